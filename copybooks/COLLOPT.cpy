      *****************************************************************
      *  COLLOPT.CPY
      *
      *  The collections parameter card on COLLOPT.DAT, one line in
      *  the style of SUGGOPT.DAT.  COLLREF refers a fines account
      *  to the collection agency when its balance is over
      *  CL-MIN-BALANCE and nothing has moved on it for more than
      *  CL-IDLE-DAYS; COLLRMT works the agency's commission on the
      *  payments that follow at CL-COMMISSION-PCT percent.  A field
      *  left blank or zero keeps the program's built-in default
      *  (25.00, 90 days, 15 percent).  COPY this member into the FD
      *  for OptionFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with the
      *                  collections referral.
      *****************************************************************
       01  CL-OPTION-RECORD.
           05  CL-MIN-BALANCE              PIC 9(05)V99.
           05  CL-IDLE-DAYS                PIC 9(04).
           05  CL-COMMISSION-PCT           PIC 9(02)V99.
