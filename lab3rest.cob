      *    BACKOUT - REVERSES JUST THE JOURNALED CHANGES OF THE
      *              BATCH NUMBER IN COLUMNS 11-14, NEWEST FIRST,
      *              LEAVING EVERYTHING APPLIED SINCE INTACT
      *  THE ADDITIONAL DEGREE AWARDS ON DA-AWARD RIDE ALONG - A
      *  FULL RESTORE RELOADS THEM FROM THE AWARD BACKUP OF THE
      *  SAME GENERATION, AND A BACKOUT REVERSES N/M/X ENTRIES.
      *  EVERY ACTION TAKEN (OR REFUSED) IS LISTED ON UR-RSRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                 FILE STATUS IS WS-BKUP-STATUS.
            SELECT BKUP3-FILE   ASSIGN TO 'DA-BKUP3'
                                 FILE STATUS IS WS-BKUP-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT AWBK1-FILE   ASSIGN TO 'DA-AWBK1'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT AWBK2-FILE   ASSIGN TO 'DA-AWBK2'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT AWBK3-FILE   ASSIGN TO 'DA-AWBK3'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT SORT-WORK    ASSIGN TO 'DA-RSSWK'.
            SELECT SORTED-FILE  ASSIGN TO 'DA-RSSRD'.
            SELECT REGEN-FILE   ASSIGN TO 'DA-INPUT'.
            SELECT RSRPT-FILE   ASSIGN TO 'UR-RSRPT'.

                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

       FD  BKUP1-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BKUP3-REC                  PIC X(80).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT    *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  AWARD BACKUP GENERATIONS - TAKEN BY LAB3MAINT ALONGSIDE   *
      *  THE MASTER GENERATION OF THE SAME NUMBER                  *
      **************************************************************
       FD  AWBK1-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWBK1-REC                  PIC X(80).

       FD  AWBK2-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWBK2-REC                  PIC X(80).

       FD  AWBK3-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWBK3-REC                  PIC X(80).

      **************************************************************
      *  SORT WORK FILE - THE SELECTED BATCH'S JOURNAL ENTRIES,    *
      *  EACH WITH ITS POSITION IN THE JOURNAL, SORTED NEWEST-     *
      *  FIRST SO THE BACK-OUT CAN WALK THEM IN REVERSE            *
      **************************************************************
       SD  SORT-WORK.
       01  SORT-REC.
                03  S-SEQ                  PIC 9(9).
                03  S-ENTRY                PIC X(189).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC                 PIC X(198).

      **************************************************************
      *  REGENERATED DA-INPUT - REBUILT FROM THE RECOVERED MASTER  *
      *  AFTER A SUCCESSFUL RESTORE OR BACK-OUT, SO THE NEXT LAB3  *
                03  IM-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(43).
      **************************************************************
      *   THE BATCH'S ENTRIES COME BACK FROM THE SORT NEWEST-ENTRY- *
      *   FIRST - REVERSING IN FORWARD ORDER WOULD UNDO A RENAME    *
      *   BEFORE THE CHANGE THAT FOLLOWED IT                        *
      **************************************************************
       01  SORTED-DATA.
                03  SD-SEQ                 PIC 9(9).
                03  SD-ENTRY               PIC X(189).
       01  JRNL-WORK.
                03  WJ-DATE                PIC 9(8).
                03  WJ-TIME                PIC 9(8).
                03  WJ-TX-CODE             PIC X.
                03  WJ-BEFORE              PIC X(80).
                03  WJ-AFTER               PIC X(80).
                03  WJ-APPROVER-ID         PIC X(8).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE RECOVERY REPORT       *
      **************************************************************
      **************************************************************
                03  EOF-J                  PIC 9         VALUE 0.
                03  EOF-B                  PIC 9         VALUE 0.
                03  EOF-W                  PIC 9         VALUE 0.
                03  EOF-S                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-JRNL-STATUS         PIC XX        VALUE SPACES.
                03  WS-BKUP-STATUS         PIC XX        VALUE SPACES.
                03  WS-BKPCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWBK-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-AWARD-RESTORE-COUNT PIC 9(5)      VALUE 0.
                03  WS-SEL-BATCH           PIC 9(4)      VALUE 0.
                03  WS-JR-SEQ              PIC 9(9)      VALUE 0.
                03  WS-RESTORE-COUNT       PIC 9(5)      VALUE 0.
                03  WS-REGEN-COUNT         PIC 9(5)      VALUE 0.
                03  WS-UNDO-COUNT          PIC 9(5)      VALUE 0.
                WRITE RSRPT-REC FROM RSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-BKUP-STATUS = '00'
                    PERFORM 2400-RESTORE-AWARDS
                    PERFORM 4000-REGEN-DA-INPUT
                END-IF.

                END-EVALUATE.

      **************************************************************
      *   RELOADS DA-AWARD FROM THE AWARD BACKUP OF THE SAME       *
      *   GENERATION, SO THE MASTER AND ITS ADDITIONAL AWARDS COME *
      *   BACK AS OF THE SAME RUN. A GENERATION TAKEN BEFORE AWARD *
      *   BACKUPS EXISTED HAS NONE, AND DA-AWARD IS LEFT AS IT IS  *
      **************************************************************

       2400-RESTORE-AWARDS.
                PERFORM 2410-OPEN-AWBK-GEN.
                IF WS-AWBK-STATUS NOT = '00'
                    MOVE 'AWARD BACKUP NOT ON FILE - AWARDS KEPT'
                        TO  L-MSG-TEXT
                    MOVE RS-GEN              TO  L-MSG-COUNT
                ELSE
                    OPEN OUTPUT AWARD-FILE
                    PERFORM 2420-COPY-AWBK-REC
                        UNTIL EOF-W = 1
                    CLOSE AWARD-FILE
                    PERFORM 2430-CLOSE-AWBK-GEN
                    MOVE 'AWARDS RESTORED FROM GENERATION:'
                        TO  L-MSG-TEXT
                    MOVE WS-AWARD-RESTORE-COUNT TO L-MSG-COUNT
                END-IF.
                WRITE RSRPT-REC FROM RSRPT-MSG1
                      AFTER ADVANCING 1 LINE.

       2410-OPEN-AWBK-GEN.
                EVALUATE RS-GEN
                    WHEN 1
                        OPEN INPUT AWBK1-FILE
                    WHEN 2
                        OPEN INPUT AWBK2-FILE
                    WHEN OTHER
                        OPEN INPUT AWBK3-FILE
                END-EVALUATE.

       2420-COPY-AWBK-REC.
                EVALUATE RS-GEN
                    WHEN 1
                        READ AWBK1-FILE INTO AWARD-REC
                            AT END MOVE 1 TO EOF-W
                        END-READ
                    WHEN 2
                        READ AWBK2-FILE INTO AWARD-REC
                            AT END MOVE 1 TO EOF-W
                        END-READ
                    WHEN OTHER
                        READ AWBK3-FILE INTO AWARD-REC
                            AT END MOVE 1 TO EOF-W
                        END-READ
                END-EVALUATE.
                IF EOF-W NOT = 1
                    WRITE AWARD-REC
                    ADD 1                TO  WS-AWARD-RESTORE-COUNT
                END-IF.

       2430-CLOSE-AWBK-GEN.
                EVALUATE RS-GEN
                    WHEN 1
                        CLOSE AWBK1-FILE
                    WHEN 2
                        CLOSE AWBK2-FILE
                    WHEN OTHER
                        CLOSE AWBK3-FILE
                END-EVALUATE.

      **************************************************************
      *   BACKS OUT ONE RUN'S CHANGES - THE JOURNAL ENTRIES STAMPED *
      *   WITH THE REQUESTED BATCH NUMBER ARE SORTED NEWEST-FIRST   *
      *   AND EACH ONE IS REVERSED: ADDS ARE DELETED,               *
      *   DELETES ARE REINSTATED, CHANGES AND RENAMES GET THEIR     *
      *   BEFORE-IMAGE PUT BACK. ANYTHING APPLIED SINCE IS LEFT     *
      *   ALONE, AND A RECORD THE MASTER NO LONGER AGREES ABOUT IS  *
                          AFTER ADVANCING 1 LINE
                ELSE
                    MOVE RS-BATCH            TO  WS-SEL-BATCH
                    SORT SORT-WORK
                        ON DESCENDING KEY S-SEQ
                        INPUT PROCEDURE IS 3100-SELECT-BATCH-ENTRIES
                        GIVING SORTED-FILE
                    OPEN I-O GRADMAST
                    OPEN I-O AWARD-FILE
                    IF WS-AWARD-STATUS = '35'
                        OPEN OUTPUT AWARD-FILE
                        CLOSE AWARD-FILE
                        OPEN I-O AWARD-FILE
                    END-IF
                    OPEN INPUT SORTED-FILE
                    MOVE 0 TO EOF-S
                    PERFORM 3300-UNDO-ONE-ENTRY
                        UNTIL EOF-S = 1
                    CLOSE SORTED-FILE
                    CLOSE GRADMAST
                          AWARD-FILE
                    PERFORM 3900-PRINT-TOTALS
                    PERFORM 4000-REGEN-DA-INPUT
                END-IF.

      **************************************************************
      *   RELEASES THE REQUESTED BATCH'S ENTRIES TO THE SORT, EACH  *
      *   NUMBERED BY ITS POSITION IN THE JOURNAL - ONLY THE ONE    *
      *   BATCH IS EVER HELD, SO THE JOURNAL CAN BE ANY LENGTH      *
      **************************************************************

       3100-SELECT-BATCH-ENTRIES.
                MOVE 0                      TO  WS-JR-SEQ.
                OPEN INPUT JRNL-FILE.
                IF WS-JRNL-STATUS = '00'
                    PERFORM UNTIL EOF-J = 1
                        READ JRNL-FILE INTO JRNL-WORK
                            AT END MOVE 1 TO EOF-J
                        END-READ
                        IF EOF-J NOT = 1
                            ADD 1 TO WS-JR-SEQ
                            IF WJ-BATCH-NO = WS-SEL-BATCH
                                MOVE WS-JR-SEQ TO S-SEQ
                                MOVE JRNL-WORK TO S-ENTRY
                                RELEASE SORT-REC
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

       3300-UNDO-ONE-ENTRY.
                READ SORTED-FILE INTO SORTED-DATA
                    AT END MOVE 1 TO EOF-S
                END-READ.
                IF EOF-S NOT = 1
                    MOVE SD-ENTRY            TO  JRNL-WORK
                    EVALUATE WJ-TX-CODE
                        WHEN 'A'
                            PERFORM 3400-UNDO-ADD
                        WHEN 'D'
                            PERFORM 3500-UNDO-DELETE
                        WHEN 'N'
                            PERFORM 3650-UNDO-AWARD-ADD
                        WHEN 'M'
                            PERFORM 3660-UNDO-AWARD-CHANGE
                        WHEN 'X'
                            PERFORM 3670-UNDO-AWARD-DELETE
                        WHEN OTHER
                            PERFORM 3600-UNDO-CHANGE
                    END-EVALUATE
                    ADD 1                    TO  WS-UNDO-COUNT
                END-IF.

      **************************************************************
      *   AWARD ENTRIES CARRY THE GRADUATE'S MASTER IMAGE WITH THE *
      *   AWARD'S DEGREE AND YEAR IN IT, SO THE DA-AWARD KEY IS    *
      *   IM-STUDENT-ID PLUS IM-DEGREE OF THE IMAGE CONCERNED. AN  *
      *   AWARD THAT NO LONGER MATCHES ITS JOURNALED IMAGE WAS     *
      *   CHANGED SINCE AND IS LEFT ALONE                          *
      **************************************************************

       3650-UNDO-AWARD-ADD.
                MOVE WJ-AFTER               TO  IMAGE-DATA.
                MOVE IM-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE IM-DEGREE              TO  AW-DEGREE.
                READ AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    IF AW-YEAR = IM-YEAR
                        DELETE AWARD-FILE RECORD
                        MOVE 'AWARD ADD BACKED OUT - DELETED'
                            TO  WS-RS-RESULT
                        ADD 1                TO  WS-UNDO-COUNT
                    ELSE
                        MOVE 'AWARD CHANGED SINCE - SKIPPED'
                            TO  WS-RS-RESULT
                        ADD 1                TO  WS-SKIP-COUNT
                    END-IF
                ELSE
                    MOVE 'ALREADY GONE - SKIPPED'
                        TO  WS-RS-RESULT
                    ADD 1                    TO  WS-SKIP-COUNT
                END-IF.

       3660-UNDO-AWARD-CHANGE.
                MOVE WJ-AFTER               TO  IMAGE-DATA.
                MOVE IM-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE IM-DEGREE              TO  AW-DEGREE.
                READ AWARD-FILE.
                IF WS-AWARD-STATUS = '00' AND AW-YEAR = IM-YEAR
                    DELETE AWARD-FILE RECORD
                    MOVE WJ-BEFORE           TO  IMAGE-DATA
                    MOVE SPACES              TO  AWARD-REC
                    MOVE IM-STUDENT-ID       TO  AW-STUDENT-ID
                    MOVE IM-DEGREE           TO  AW-DEGREE
                    MOVE IM-YEAR             TO  AW-YEAR
                    WRITE AWARD-REC
                    MOVE 'AWARD CHANGE BACKED OUT'
                        TO  WS-RS-RESULT
                    ADD 1                    TO  WS-UNDO-COUNT
                ELSE
                    MOVE 'AWARD CHANGED SINCE - SKIPPED'
                        TO  WS-RS-RESULT
                    ADD 1                    TO  WS-SKIP-COUNT
                END-IF.

       3670-UNDO-AWARD-DELETE.
                MOVE WJ-BEFORE              TO  IMAGE-DATA.
                MOVE IM-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE IM-DEGREE              TO  AW-DEGREE.
                READ AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'AWARD BACK ON FILE - SKIPPED'
                        TO  WS-RS-RESULT
                    ADD 1                    TO  WS-SKIP-COUNT
                ELSE
                    MOVE SPACES              TO  AWARD-REC
                    MOVE IM-STUDENT-ID       TO  AW-STUDENT-ID
                    MOVE IM-DEGREE           TO  AW-DEGREE
                    MOVE IM-YEAR             TO  AW-YEAR
                    WRITE AWARD-REC
                    MOVE 'AWARD DELETE BACKED OUT'
                        TO  WS-RS-RESULT
                    ADD 1                    TO  WS-UNDO-COUNT
                END-IF.

      **************************************************************

      *   PRINTS ONE BACK-OUT ACTION LINE OF THE RECOVERY REPORT    *

       4000-REGEN-DA-INPUT.
                OPEN INPUT GRADMAST.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                ELSE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN OUTPUT REGEN-FILE.
                MOVE 0                      TO  WS-REGEN-COUNT.
                MOVE LOW-VALUES              TO  MAST-STUDENT-ID.
                    IF WS-MAST-STATUS = '00'
                        WRITE REGEN-REC FROM GRADUATE-MASTER-REC
                        ADD 1                TO  WS-REGEN-COUNT
                        IF WS-AWARD-AVAIL = 'Y'
                            PERFORM 4100-REGEN-AWARDS
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE REGEN-FILE.
                CLOSE GRADMAST.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                MOVE 'DA-INPUT REGENERATED - RECORDS:'
                    TO  L-MSG-TEXT.
                MOVE WS-REGEN-COUNT         TO  L-MSG-COUNT.
                WRITE RSRPT-REC FROM RSRPT-MSG1
                      AFTER ADVANCING 1 LINE.

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
                        MOVE GRADUATE-MASTER-REC TO IMAGE-DATA
                        MOVE AW-DEGREE       TO  IM-DEGREE
                        MOVE AW-YEAR         TO  IM-YEAR
                        WRITE REGEN-REC FROM IMAGE-DATA
                        ADD 1                TO  WS-REGEN-COUNT
                    END-IF
                END-PERFORM.

      **************************************************************

      *   PRINTS THE BACK-OUT TOTALS FOR THE RUN                    *
