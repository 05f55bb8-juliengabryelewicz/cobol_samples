      *****************************************************************
      *  QRYPARM.CPY
      *
      *  CALL area for the CATQRY catalog query run.  MAINMENU and
      *  RPTDRIVE MOVE the name of a query saved on QUERYDEF.DAT
      *  into it and CALL "CATQRY" USING QP-QUERY-PARM-AREA.  A
      *  blank name runs the ad-hoc request on QUERYREQ.DAT; a
      *  name of ? lists the saved queries instead of running one.
      *
      *  Modification history
      *  ---------------------
      *  2026-10-15  jg  Original member, introduced with CATQRY.
      *****************************************************************
       01  QP-QUERY-PARM-AREA.
           05  QP-QUERY-NAME                PIC X(08).
