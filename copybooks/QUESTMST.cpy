      *  for QuestionFile so EVALUATE-EXAMPLE reads exactly what the
      *  survey maintainers key.
      *
      *  QM-QUESTION-TYPE says how the question is answered:
      *      blank or Y  yes/no
      *      S           a rating from 1 to QM-SCALE-HIGH (2 to 10;
      *                  anything else is taken as 5)
      *      T           free text, kept on EVALTEXT.DAT
      *  Questions keyed before types existed read back blank, so
      *  they stay yes/no.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original member - the survey questions move
      *  2026-08-22  jg  Added QM-INCIDENT-FLAG - Y means a Y answer
      *                  to this question opens incident capture to
      *                  INCIDENT.DAT instead of going nowhere.
      *  2026-10-15  jg  Added QM-QUESTION-TYPE and QM-SCALE-HIGH -
      *                  rating-scale and free-text questions
      *                  alongside yes/no.
      *****************************************************************
       01  QM-QUESTION-RECORD.
           05  QM-SURVEY-ID                PIC X(03).
           05  QM-QUESTION-TEXT            PIC X(40).
           05  QM-INCIDENT-FLAG            PIC X(01).
               88  QM-OPENS-INCIDENT       VALUE "Y".
           05  QM-QUESTION-TYPE            PIC X(01).
               88  QM-YES-NO-QUESTION      VALUE SPACE "Y".
               88  QM-SCALE-QUESTION       VALUE "S".
               88  QM-TEXT-QUESTION        VALUE "T".
           05  QM-SCALE-HIGH               PIC 9(02).
