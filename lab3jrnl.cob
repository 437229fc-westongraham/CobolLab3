       FILE SECTION.
      **************************************************************
      *  AUDIT JOURNAL - LAYOUT MUST MATCH THE JRNL-REC LAB3MAINT   *
      *  WRITES: RUN STAMP, SOURCE BATCH, TRANSACTION CODE, THE    *
      *  FULL BEFORE- AND AFTER-IMAGE OF THE MASTER RECORD, AND    *
      *  THE APPROVER WHO RELEASED A HELD TRANSACTION              *
      **************************************************************
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

      **************************************************************
      *  JOURNAL ARCHIVE - THE ENTRIES LAB3JARC MOVED OUT OF THE   *
      *  LIVE JOURNAL AT PERIOD END, SAME 189-BYTE LAYOUT          *
      **************************************************************
       FD  JRNLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLA-REC                  PIC X(189).

      **************************************************************
      *  OPTIONAL PARAMETER CARD - STUDENT ID IN COLS 1-9, DATE     *
                03  WJ-TX-CODE             PIC X.
                03  WJ-BEFORE              PIC X(80).
                03  WJ-AFTER               PIC X(80).
                03  WJ-APPROVER-ID         PIC X(8).

      **************************************************************
      *   VIEW OF A JOURNAL IMAGE AS THE GRADUATE MASTER RECORD     *
                03  FILLER                 PIC X(4)      VALUE SPACES.
                03  FILLER                 PIC X(40)
                            VALUE 'AFTER  (ID/NAME/DEGREE/YEAR)'.
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  FILLER                 PIC X(8)
                            VALUE 'APPROVER'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE JOURNAL LISTING           *
      **************************************************************
                03  L-JR-BEFORE            PIC X(40).
                03  FILLER                 PIC X(4)      VALUE ' -> '.
                03  L-JR-AFTER             PIC X(40).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-JR-APPROVER          PIC X(8).
      **************************************************************
      *     LAYOUT FOR THE SELECTION-CRITERIA LINE OF THE LISTING   *
      **************************************************************
                MOVE WJ-AFTER               TO  IMAGE-DATA.
                PERFORM 3250-FORMAT-IMAGE.
                MOVE JRPT-REC               TO  L-JR-AFTER.
                MOVE WJ-APPROVER-ID         TO  L-JR-APPROVER.
                WRITE JRPT-REC FROM JRPT-DATA1
                      AFTER ADVANCING 1 LINE.

