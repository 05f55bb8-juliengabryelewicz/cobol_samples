      *****************************************************************
      *  CLOSEDAY.CPY
      *
      *  One closing on the CLOSEDAY.DAT library calendar.  Type D is
      *  a dated closure (bank holiday, stocktake) on CD-CLOSED-DATE;
      *  type W is a weekly closing day, CD-WEEKDAY 1 Monday through
      *  7 Sunday the way ACCEPT FROM DAY-OF-WEEK numbers them.  A
      *  blank CD-BRANCH closes every branch; a BRANCHES.DAT code
      *  closes that branch only, where its hours differ.
      *  Maintained by the desk supervisors through CLOSMNT; DATE-SVC
      *  loads it to roll due dates onto the next open day and to
      *  count days late in open days.  COPY this member into the FD
      *  for CalendarFile.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-14  jg  Original member, introduced with the
      *                  closed-day calendar.
      *****************************************************************
       01  CD-CLOSED-RECORD.
           05  CD-CLOSED-KEY.
               10  CD-BRANCH               PIC X(03).
               10  CD-TYPE                 PIC X(01).
                   88  CD-DATED-CLOSURE    VALUE "D".
                   88  CD-WEEKLY-CLOSURE   VALUE "W".
                   88  CD-TYPE-VALID       VALUE "D" "W".
               10  CD-CLOSED-DATE          PIC 9(08).
               10  CD-WEEKLY-VIEW REDEFINES CD-CLOSED-DATE.
                   15  FILLER              PIC 9(07).
                   15  CD-WEEKDAY          PIC 9(01).
           05  CD-DESCRIPTION              PIC X(30).
