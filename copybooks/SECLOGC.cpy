      *      F  failed sign-on / wrong PIN
      *      K  operator id locked out
      *      R  access refused (role, locked id, unknown id)
      *      O  supervisor override of a control (a BOOKORD order
      *         let through past its fund's free balance)
      *
      *  Modification history
      *  ---------------------
      *  2026-09-02  jg  Original member, introduced with SEC-LOG.
      *  2026-10-15  jg  Added event O, a supervisor override.
      *****************************************************************
       01  SX-SEC-LOG-AREA.
           05  SX-OPER-ID                   PIC X(08).
