      *****************************************************************
      *  PLANOPT.CPY
      *
      *  The payment plan parameter card on PLANOPT.DAT, one line in
      *  the style of COLLOPT.DAT.  PLANSWP cancels an installment
      *  payment plan once PO-MAX-MISSED of its installments have
      *  been missed.  Left blank or zero the program's built-in
      *  default (2) stands.  COPY this member into the FD for
      *  OptionFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with installment
      *                  payment plans.
      *****************************************************************
       01  PO-OPTION-RECORD.
           05  PO-MAX-MISSED               PIC 9(02).
