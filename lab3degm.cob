      *  TRANSACTION (R) RETIRES AN OLD CODE AND SWEEPS EVERY
      *  MATCHING MAST-DEGREE TO THE NEW ONE IN A SINGLE CARD,
      *  JOURNALING EACH RECODED MASTER TO DA-JRNL AND REGENERATING
      *  DA-INPUT SO THE NEXT ROSTER AGREES. ADDITIONAL DEGREE
      *  AWARDS ON DA-AWARD COUNT AS WHERE-USED AND ARE SWEPT TOO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 FILE STATUS IS WS-JRNL-STATUS.
            SELECT BATCTL-FILE  ASSIGN TO 'DA-BATCTL'
                                 FILE STATUS IS WS-BATCTL-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT REGEN-FILE   ASSIGN TO 'DA-INPUT'.


                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

      **************************************************************
      *  BATCH CONTROL FILE - THE SWEEP'S JOURNAL ENTRIES ARE      *
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REGEN-REC                  PIC X(80).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT.  *
      *  AN AWARD CARRYING A RETIRED CODE IS RECODED BY THE SWEEP  *
      *  (DELETED AND WRITTEN BACK UNDER THE NEW KEY) AND          *
      *  JOURNALED AS AN AWARD CHANGE ('M')                        *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).
       WORKING-STORAGE SECTION.

      **************************************************************
                03  OLD-DR-NAME            PIC X(30)     VALUE SPACES.
                03  OLD-DR-LEVEL           PIC X(1)      VALUE SPACE.
                03  OLD-DR-DEPT            PIC X(20)     VALUE SPACES.
      **************************************************************
      *   AWARD IMAGE - A MASTER RECORD WITH ONE ADDITIONAL        *
      *   AWARD'S DEGREE AND YEAR IN IT, AS LAB3MAINT BUILDS IT    *
      *   FOR THE JOURNAL AND FOR DA-INPUT                         *
      **************************************************************
       01  AWARD-IMAGE.
                03  AI-NAME                PIC X(20).
                03  AI-DEGREE              PIC X(4).
                03  AI-YEAR                PIC X(4).
                03  AI-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(43).
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
                03  WS-SWEEP-COUNT         PIC 9(5)      VALUE 0.
                03  WS-MASTER-TOUCHED      PIC X         VALUE 'N'.
      **************************************************************
      *     DA-AWARD FIELDS - WS-AWARD-AVAIL IS 'N' WHEN NO GRADUATE *
      *     HAS EVER BEEN GIVEN AN ADDITIONAL AWARD                 *
      **************************************************************
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-AWARD-YEAR          PIC X(4)      VALUE SPACES.
                03  WS-AWARD-SWEEP-COUNT   PIC 9(5)      VALUE 0.
                03  WS-AWARD-RECODE-COUNT  PIC 9(5)      VALUE 0.
                03  WS-AWARD-DROP-COUNT    PIC 9(5)      VALUE 0.
      **************************************************************
      *     AUDIT JOURNAL WORK FIELDS - SWEEP REWRITES ARE          *
      *     JOURNALED UNDER WS-SWEEP-BATCH, A BATCH NUMBER THIS     *
      *     RUN CLAIMS FROM DA-BATCTL, SO LAB3REST CAN BACK OUT     *
                03  WS-JRNL-STATUS         PIC XX        VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-RUN-TIME            PIC 9(8)      VALUE 0.
                03  WS-JRNL-CODE           PIC X         VALUE 'C'.
                03  WS-BEFORE-IMAGE        PIC X(80)     VALUE SPACES.
                03  WS-AFTER-IMAGE         PIC X(80)     VALUE SPACES.
      **************************************************************
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                CLOSE JRNL-FILE.
                STOP RUN.

                ELSE
                    MOVE 'N'                 TO  WS-MAST-AVAIL
                END-IF.
                OPEN I-O AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                ELSE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL
                END-IF.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-RUN-TIME FROM TIME.
                OPEN EXTEND JRNL-FILE.
                END-IF.

      **************************************************************
      *   COUNTS THE GRADMAST RECORDS AND ADDITIONAL AWARDS STILL  *
      *   CARRYING DX-CODE                                         *
      **************************************************************

       3350-COUNT-WHERE-USED.
                        END-IF
                    END-PERFORM
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    MOVE LOW-VALUES          TO  AW-KEY
                    START AWARD-FILE
                        KEY IS NOT LESS THAN AW-KEY
                    PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        READ AWARD-FILE NEXT RECORD
                        IF WS-AWARD-STATUS = '00'
                                AND AW-DEGREE = DX-CODE
                            ADD 1            TO  WS-INUSE-COUNT
                        END-IF
                    END-PERFORM
                END-IF.

      **************************************************************
      *   RENAME/MERGE - ONE CARD RETIRES DX-CODE AND SWEEPS EVERY *
                IF WS-DEGREF-STATUS NOT = '00'
                    PERFORM 3640-CREATE-NEW-ENTRY
                END-IF.
                PERFORM 3680-SWEEP-AWARDS.
                PERFORM 3660-SWEEP-MASTER.
                MOVE DX-CODE                TO  DR-CODE.
                READ DEGREF.
                    INTO WS-TX-RESULT.
                ADD 1                       TO  WS-RENAME-COUNT.
                ADD WS-SWEEP-COUNT          TO  WS-RECODE-COUNT.
                ADD WS-AWARD-SWEEP-COUNT    TO  WS-AWARD-RECODE-COUNT.

      **************************************************************
      *   CREATES THE NEW REFERENCE ENTRY FROM THE RETIRED ONE,    *
      **************************************************************
      *   SWEEPS GRADMAST - EVERY RECORD STILL CARRYING THE OLD    *
      *   CODE IS REWRITTEN WITH THE NEW ONE AND JOURNALED WITH    *
      *   ITS BEFORE- AND AFTER-IMAGE. A GRADUATE WHO ALREADY HELD *
      *   THE NEW CODE AS AN ADDITIONAL AWARD (A MERGE) KEEPS IT   *
      *   ONLY AS THE PRIMARY AWARD - THE ADDITIONAL ONE IS        *
      *   DROPPED AND JOURNALED AS AN AWARD DELETE ('X')           *
      **************************************************************

       3660-SWEEP-MASTER.
                        READ GRADMAST NEXT RECORD
                        IF WS-MAST-STATUS = '00'
                                AND MAST-DEGREE = DX-CODE
                            PERFORM 3670-DROP-MERGED-AWARD
                            MOVE GRADUATE-MASTER-REC
                                TO  WS-BEFORE-IMAGE
                            MOVE DX-NEW-CODE TO  MAST-DEGREE
                            REWRITE GRADUATE-MASTER-REC
                            MOVE GRADUATE-MASTER-REC
                                TO  WS-AFTER-IMAGE
                            MOVE 'C'         TO  WS-JRNL-CODE
                            PERFORM 8100-WRITE-JOURNAL
                            ADD 1            TO  WS-SWEEP-COUNT
                            MOVE 'Y'         TO  WS-MASTER-TOUCHED
                    END-PERFORM
                END-IF.

       3670-DROP-MERGED-AWARD.
                IF WS-AWARD-AVAIL = 'Y'
                    MOVE MAST-STUDENT-ID     TO  AW-STUDENT-ID
                    MOVE DX-NEW-CODE         TO  AW-DEGREE
                    READ AWARD-FILE
                    IF WS-AWARD-STATUS = '00'
                        PERFORM 8200-BUILD-AWARD-IMAGE
                        MOVE AWARD-IMAGE     TO  WS-BEFORE-IMAGE
                        MOVE SPACES          TO  WS-AFTER-IMAGE
                        DELETE AWARD-FILE RECORD
                        MOVE 'X'             TO  WS-JRNL-CODE
                        PERFORM 8100-WRITE-JOURNAL
                        ADD 1                TO  WS-AWARD-DROP-COUNT
                    END-IF
                END-IF.

      **************************************************************
      *   SWEEPS DA-AWARD - EVERY ADDITIONAL AWARD STILL CARRYING  *
      *   THE OLD CODE IS DELETED AND WRITTEN BACK UNDER THE NEW   *
      *   ONE (JOURNALED 'M'). WHERE THE GRADUATE ALREADY HOLDS    *
      *   THE NEW CODE, PRIMARY OR ADDITIONAL, THE OLD AWARD IS    *
      *   SIMPLY DROPPED (JOURNALED 'X') SO NO ONE HOLDS THE SAME  *
      *   DEGREE TWICE. RUN AHEAD OF THE MASTER SWEEP, SO AN       *
      *   AWARD IS NEVER MOVED ONTO A CODE THE SAME GRADUATE'S     *
      *   PRIMARY AWARD IS ABOUT TO TAKE                           *
      **************************************************************

       3680-SWEEP-AWARDS.
                MOVE 0                      TO  WS-AWARD-SWEEP-COUNT.
                IF WS-AWARD-AVAIL = 'Y' AND WS-MAST-AVAIL = 'Y'
                    MOVE LOW-VALUES          TO  AW-KEY
                    START AWARD-FILE
                        KEY IS NOT LESS THAN AW-KEY
                    PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        READ AWARD-FILE NEXT RECORD
                        IF WS-AWARD-STATUS = '00'
                                AND AW-DEGREE = DX-CODE
                            PERFORM 3690-RECODE-ONE-AWARD
                        END-IF
                    END-PERFORM
                END-IF.

       3690-RECODE-ONE-AWARD.
                MOVE AW-STUDENT-ID          TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS NOT = '00'
                    MOVE SPACES              TO  GRADUATE-MASTER-REC
                    MOVE AW-STUDENT-ID       TO  MAST-STUDENT-ID
                END-IF.
                PERFORM 8200-BUILD-AWARD-IMAGE.
                MOVE AWARD-IMAGE            TO  WS-BEFORE-IMAGE.
                MOVE AW-YEAR                TO  WS-AWARD-YEAR.
                DELETE AWARD-FILE RECORD.
                MOVE 'X'                    TO  WS-JRNL-CODE.
                MOVE SPACES                 TO  WS-AFTER-IMAGE.
                IF MAST-DEGREE NOT = DX-NEW-CODE
                    MOVE SPACES              TO  AWARD-REC
                    MOVE MAST-STUDENT-ID     TO  AW-STUDENT-ID
                    MOVE DX-NEW-CODE         TO  AW-DEGREE
                    MOVE WS-AWARD-YEAR       TO  AW-YEAR
                    WRITE AWARD-REC
                    IF WS-AWARD-STATUS = '00'
                        PERFORM 8200-BUILD-AWARD-IMAGE
                        MOVE AWARD-IMAGE     TO  WS-AFTER-IMAGE
                        MOVE 'M'             TO  WS-JRNL-CODE
                    END-IF
                END-IF.
                IF WS-JRNL-CODE = 'M'
                    ADD 1                    TO  WS-AWARD-SWEEP-COUNT
                ELSE
                    ADD 1                    TO  WS-AWARD-DROP-COUNT
                END-IF.
                PERFORM 8100-WRITE-JOURNAL.
                MOVE 'Y'                    TO  WS-MASTER-TOUCHED.
                MOVE '00'                   TO  WS-AWARD-STATUS.

      **************************************************************

      *   PRINTS ONE LINE OF THE MAINTENANCE ACTIVITY REPORT        *
                WRITE DGRPT-REC FROM DGRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DGRPT-SUMMARY1.
                MOVE 'AWARDS RECODED:'      TO  L-SUMM-TEXT.
                MOVE WS-AWARD-RECODE-COUNT  TO  L-SUMM-COUNT.
                WRITE DGRPT-REC FROM DGRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DGRPT-SUMMARY1.
                MOVE 'AWARDS DROPPED (MERGE):' TO L-SUMM-TEXT.
                MOVE WS-AWARD-DROP-COUNT    TO  L-SUMM-COUNT.
                WRITE DGRPT-REC FROM DGRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DGRPT-SUMMARY1.
                MOVE 'TRANSACTIONS REJECTED:' TO L-SUMM-TEXT.
                MOVE WS-REJECT-COUNT        TO  L-SUMM-COUNT.
                WRITE DGRPT-REC FROM DGRPT-SUMMARY1
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        WRITE REGEN-REC FROM GRADUATE-MASTER-REC
                        IF WS-AWARD-AVAIL = 'Y'
                            PERFORM 4100-REGEN-AWARDS
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE REGEN-FILE.

      **************************************************************
      *   ONE MASTER-FORMAT LINE PER ADDITIONAL AWARD, BUILT THE   *
      *   SAME WAY LAB3MAINT BUILDS IT                             *
      **************************************************************

       4100-REGEN-AWARDS.
                MOVE MAST-STUDENT-ID        TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = MAST-STUDENT-ID
                        PERFORM 8200-BUILD-AWARD-IMAGE
                        WRITE REGEN-REC FROM AWARD-IMAGE
                    END-IF
                END-PERFORM.

      **************************************************************

      *   APPENDS ONE BEFORE/AFTER RECORD TO THE AUDIT JOURNAL      *
                MOVE WS-RUN-DATE            TO  JR-DATE.
                MOVE WS-RUN-TIME            TO  JR-TIME.
                MOVE WS-SWEEP-BATCH         TO  JR-BATCH-NO.
                MOVE WS-JRNL-CODE           TO  JR-TX-CODE.
                MOVE WS-BEFORE-IMAGE        TO  JR-BEFORE.
                MOVE WS-AFTER-IMAGE         TO  JR-AFTER.
                MOVE SPACES                 TO  JR-APPROVER-ID.
                WRITE JRNL-REC.

      **************************************************************

      *   BUILDS THE AWARD IMAGE - THE MASTER RECORD NOW IN THE     *
      *   BUFFER WITH THE CURRENT DA-AWARD DEGREE AND YEAR          *

      **************************************************************

       8200-BUILD-AWARD-IMAGE.
                MOVE GRADUATE-MASTER-REC    TO  AWARD-IMAGE.
                MOVE AW-DEGREE              TO  AI-DEGREE.
                MOVE AW-YEAR                TO  AI-YEAR.

      **************************************************************

      *                READS THE TRANSACTION FILE                   *

      **************************************************************
