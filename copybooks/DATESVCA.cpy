      *      V  validate DS-DATE-1 (a real YYYYMMDD calendar date)
      *      A  add DS-DAYS to DS-DATE-1, giving DS-DATE-2
      *      B  days between - DS-DAYS = DS-DATE-2 - DS-DATE-1
      *      D  add DS-DAYS to DS-DATE-1 and roll forward to the next
      *         day DS-BRANCH is open, giving DS-DATE-2 (due dates)
      *      N  the first day on or after DS-DATE-1 that DS-BRANCH
      *         is open, giving DS-DATE-2
      *      O  open days between - as B, but counting only the days
      *         after DS-DATE-1 up to DS-DATE-2 that DS-BRANCH was
      *         open (days late)
      *      W  weekday of DS-DATE-1 in DS-DAYS, 1 Monday through 7
      *         Sunday the way ACCEPT FROM DAY-OF-WEEK numbers them
      *
      *  DS-BRANCH is the BRANCHES.DAT code whose closings apply to
      *  D, N and O; spaces takes the library-wide closings only.
      *
      *  DS-STATUS on return:
      *      00  completed normally
      *      01  unknown function code
      *      02  DS-DATE-1 is not a valid date
      *      03  DS-DATE-2 is not a valid date
      *      04  no open day within a year - DS-DATE-2 is not rolled
      *
      *  Modification history
      *  ---------------------
      *  2026-08-22  jg  Original member, introduced with DATE-SVC.
      *  2026-10-14  jg  Added functions D, N and O and DS-BRANCH for
      *                  the CLOSEDAY.DAT closed-day calendar.
      *  2026-10-15  jg  Added function W, the weekday of a date.
      *****************************************************************
       01  DS-DATE-SVC-AREA.
           05  DS-FUNCTION                  PIC X(01).
           05  DS-DAYS                      PIC S9(05).
           05  DS-DATE-2                    PIC 9(08).
           05  DS-STATUS                    PIC X(02).
           05  DS-BRANCH                    PIC X(03).
