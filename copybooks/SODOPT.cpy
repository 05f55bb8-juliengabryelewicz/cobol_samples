      *****************************************************************
      *  SODOPT.CPY
      *
      *  The segregation-of-duties parameter card on SODOPT.DAT, one
      *  line in the style of COLLOPT.DAT.  SODRPT flags an operator
      *  whose fine waivers for the week number more than
      *  SO-WAIVE-COUNT, or total more than SO-WAIVE-AMOUNT.  Either
      *  left blank or zero takes the program's built-in default (5
      *  waivers, 50.00).  COPY this member into the FD for
      *  OptionFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with the
      *                  segregation-of-duties exception report.
      *****************************************************************
       01  SO-OPTION-RECORD.
           05  SO-WAIVE-COUNT              PIC 9(03).
           05  SO-WAIVE-AMOUNT             PIC 9(05)V99.
