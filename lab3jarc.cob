       AUTHOR. Weston Graham.
      *  PERIOD-END ARCHIVAL AND PURGE OF THE AUDIT JOURNAL.
      *  DA-JRNL GROWS WITHOUT BOUND - LAB3MAINT (AND THE LAB3DEGM
      *  RENAME SWEEP) APPEND A 189-BYTE BEFORE/AFTER RECORD FOR
      *  EVERY CHANGE AND NOTHING EVER TRIMS IT - AND ONCE IT
      *  PASSES THE 1000 ENTRIES LAB3REST CAN TABLE, THE BACKOUT
      *  SAFETY NET QUIETLY EXPIRES. GIVEN A CUTOFF DATE ON THE
                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

      **************************************************************
      *  JOURNAL ARCHIVE - ENTRIES OLDER THAN THE CUTOFF END UP    *
      **************************************************************
       FD  JRNLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLA-REC                  PIC X(189).

      **************************************************************
      *  WORK FILE - THE RETAINED ENTRIES ARE STAGED HERE, AND     *
      **************************************************************
       FD  JRNLW-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLW-REC                  PIC X(189).

      **************************************************************
      *  PARAMETER CARD - THE RETENTION CUTOFF DATE (YYYYMMDD).    *
