      *****************************************************************
      *  EVALTEXT.CPY
      *
      *  One free-text survey answer on EVALTEXT.DAT, keyed to the
      *  EVALRESP.DAT response it belongs to - the response's date,
      *  time, survey id and question number.  EVALUATE-EXAMPLE
      *  writes it alongside the T response; EVALRPT reads it back
      *  by key to list the comments under each day.  A blank answer
      *  gets no record.  COPY this member into the FD for TextFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with free-text
      *                  survey questions.
      *****************************************************************
       01  ET-TEXT-RECORD.
           05  ET-RESP-KEY.
               10  ET-RESP-DATE            PIC 9(08).
               10  ET-RESP-TIME            PIC 9(08).
               10  ET-RESP-SURVEY          PIC X(03).
               10  ET-RESP-QUESTION        PIC 9(02).
           05  ET-COMMENT                  PIC X(60).
