      *  member into the FD for ResponseFile so EVALRPT's tally report
      *  reads exactly the fields EVALUATE-EXAMPLE writes.
      *
      *  EV-RESP-ANSWER is Y or N for a yes/no question, S for a
      *  rating (EV-RESP-SCORE out of EV-RESP-SCALE-HIGH), T for a
      *  free-text answer (the text is on EVALTEXT.DAT, keyed by
      *  this record's date, time, survey and question), and ? for
      *  an answer that was not valid for its question.
      *
      *  Modification history
      *  ---------------------
      *  2026-08-09  jg  Original member, introduced with the
      *                  can tally each survey separately.  Records
      *                  written before surveys existed read back
      *                  with it as spaces.
      *  2026-10-15  jg  Added the S (rating) and T (free text)
      *                  answers, with EV-RESP-SCORE and
      *                  EV-RESP-SCALE-HIGH for a rating.
      *  2026-10-15  jg  Added EV-RESP-OPER-ID, the operator signed
      *                  on (GETOPER) when the answer was given, for
      *                  the CHKINRPT check-in compliance report.
      *                  Spaces when nobody was signed on, and on
      *                  records written before the field existed.
      *****************************************************************
       01  EV-RESPONSE-RECORD.
           05  EV-RESP-DATE                PIC 9(08).
               88  EV-RESP-YES             VALUE "Y".
               88  EV-RESP-NO              VALUE "N".
               88  EV-RESP-INVALID         VALUE "?".
               88  EV-RESP-SCALED          VALUE "S".
               88  EV-RESP-TEXT            VALUE "T".
           05  EV-RESP-SURVEY              PIC X(03).
           05  EV-RESP-SCORE               PIC 9(02).
           05  EV-RESP-SCALE-HIGH          PIC 9(02).
           05  EV-RESP-OPER-ID             PIC X(08).
