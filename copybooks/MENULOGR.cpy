      *****************************************************************
      *  MENULOGR.CPY
      *
      *  One MAINMENU selection on MENULOG.DAT - when, who (from
      *  GETOPER) and which program was CALLed.  OPERTRL lines the
      *  log up with the other trails for one operator.  COPY this
      *  member into the FD for MenuLogFile so writer and reporter
      *  agree on the fields.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, the layout MAINMENU held
      *                  inline, moved out for the operator timeline.
      *****************************************************************
       01  MM-MENU-LOG-RECORD.
           05  MM-ML-RUN-DATE        PIC 9(08).
           05  MM-ML-RUN-TIME        PIC 9(08).
           05  MM-ML-OPER-ID         PIC X(08).
           05  MM-ML-PROGRAM         PIC X(08).
