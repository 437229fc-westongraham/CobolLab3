                03  PH-CODE                PIC X         VALUE 'H'.
                03  PH-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PH-PREP-DATE           PIC 9(8)      VALUE 0.
      *        THE PUNCHING JOB STANDS IN AS THE KEYING CLERK
                03  PH-CLERK-ID            PIC X(8)
                            VALUE 'LAB3SURR'.
                03  FILLER                 PIC X(59)     VALUE SPACES.
       01  PUNCH-BATCH-TRL.
                03  PL-CODE                PIC X         VALUE 'T'.
                03  PL-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PL-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  FILLER                 PIC X(62)     VALUE SPACES.
      **************************************************************
      *   THE SURROGATE RECORD BEING WORKED - SAVED HERE BECAUSE    *
      *   THE NAME LOOKUP READS OTHER RECORDS INTO THE FD AREA      *
      **************************************************************
       01  SURR-ENTRY.
                03  WS-MT-ID               PIC X(9).
                03  WS-MT-NAME             PIC X(20).
                03  WS-MT-DEGREE           PIC X(4).
                03  WS-MT-YEAR             PIC X(4).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE WORKSHEET            *
      **************************************************************
                03  WS-BATCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-NEXT-BATCH          PIC 9(4)      VALUE 1.
                03  WS-MT-CT               PIC 9(7)      VALUE 0.
                03  WS-MATCH-ID            PIC X(9)      VALUE SPACES.
                03  WS-NAME-DONE           PIC X         VALUE 'N'.
                03  WS-SURR-COUNT          PIC 9(4)      VALUE 0.
                03  WS-PUNCH-COUNT         PIC 9(5)      VALUE 0.
                03  WS-NOMATCH-COUNT       PIC 9(4)      VALUE 0.
                03  WS-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  WS-HDR-WRITTEN         PIC X         VALUE 'N'.
                03  WS-YEAR-N              PIC 9(4)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
                MOVE SPACES TO SURPT-REC.
                WRITE SURPT-REC
                      AFTER ADVANCING 1 LINE.
                PERFORM 1100-READ-BATCH-CONTROL.
                PERFORM 1000-WALK-MASTER.
                IF WS-HDR-WRITTEN = 'Y'
                    PERFORM 4000-PUNCH-TRAILER
                END-IF.
                STOP RUN.

      **************************************************************
      *   WALKS THE MASTER IN STUDENT ID ORDER, COUNTING EVERY      *
      *   RECORD AND WORKING EACH SURROGATE AS IT COMES. THE NAME   *
      *   LOOKUP MOVES THE FILE POSITION, SO THE WALK PICKS UP      *
      *   AGAIN JUST PAST THE SURROGATE IT LEFT                     *
      **************************************************************

       1000-WALK-MASTER.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE LOW-VALUES          TO  MAST-STUDENT-ID
                    PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                        READ GRADMAST NEXT RECORD
                        IF WS-MAST-STATUS = '00'
                            ADD 1            TO  WS-MT-CT
                            IF MAST-STUDENT-ID (1:1) = '9'
                                MOVE MAST-STUDENT-ID TO WS-MT-ID
                                MOVE MAST-NAME   TO  WS-MT-NAME
                                MOVE MAST-DEGREE TO  WS-MT-DEGREE
                                MOVE MAST-YEAR   TO  WS-MT-YEAR
                                PERFORM 3000-CHECK-ONE-ENTRY
                                MOVE WS-MT-ID TO MAST-STUDENT-ID
                                START GRADMAST
                                    KEY IS GREATER THAN MAST-STUDENT-ID
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

      **************************************************************
      *   ONE SURROGATE-ID RECORD (LEADING 9, THE MIGRATION SEED    *
      *   RANGE) - MATCHED AGAINST THE REAL-ID RECORDS ON NAME,     *
      *   DEGREE, AND YEAR                                          *
      **************************************************************

       3000-CHECK-ONE-ENTRY.
                ADD 1                       TO  WS-SURR-COUNT.
                PERFORM 3100-FIND-REAL-MATCH.
                IF WS-MATCH-ID NOT = SPACES
                    PERFORM 3300-PUNCH-DELETE
                    PERFORM 3200-PRINT-DUP-LINE
                ELSE
                    ADD 1                    TO  WS-NOMATCH-COUNT
                    PERFORM 3250-PRINT-NOMATCH-LINE
                END-IF.

      *        EVERY RECORD UNDER THE SAME NAME IS READ OFF THE
      *        MAST-NAME ALTERNATE KEY, AND THE LOWEST QUALIFYING
      *        REAL ID WINS - THE ONE A WALK IN ID ORDER FINDS FIRST
       3100-FIND-REAL-MATCH.
                MOVE SPACES                 TO  WS-MATCH-ID.
                MOVE WS-MT-NAME             TO  MAST-NAME.
                START GRADMAST
                    KEY IS EQUAL TO MAST-NAME.
                MOVE 'N'                    TO  WS-NAME-DONE.
                PERFORM UNTIL (WS-MAST-STATUS NOT = '00'
                        AND WS-MAST-STATUS NOT = '02')
                        OR WS-NAME-DONE = 'Y'
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00' OR WS-MAST-STATUS = '02'
                        IF MAST-NAME NOT = WS-MT-NAME
                            MOVE 'Y'         TO  WS-NAME-DONE
                        ELSE
                            IF MAST-STUDENT-ID (1:1) NOT = '9'
                                    AND MAST-DEGREE = WS-MT-DEGREE
                                    AND MAST-YEAR = WS-MT-YEAR
                                    AND (WS-MATCH-ID = SPACES
                                     OR MAST-STUDENT-ID < WS-MATCH-ID)
                                MOVE MAST-STUDENT-ID TO WS-MATCH-ID
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.

       3200-PRINT-DUP-LINE.
                MOVE SPACES                 TO  SURPT-DATA1.
                MOVE WS-MT-ID   TO  L-SR-ID.
                MOVE WS-MT-NAME TO  L-SR-NAME.
                MOVE WS-MT-DEGREE TO L-SR-DEGREE.
                MOVE WS-MT-YEAR TO  L-SR-YEAR.
                STRING 'PROBABLE DUP OF ' DELIMITED BY SIZE
                    WS-MATCH-ID              DELIMITED BY SIZE
                    ' - DELETE PUNCHED' DELIMITED BY SIZE
                    INTO L-SR-RESULT.
                WRITE SURPT-REC FROM SURPT-DATA1

       3250-PRINT-NOMATCH-LINE.
                MOVE SPACES                 TO  SURPT-DATA1.
                MOVE WS-MT-ID   TO  L-SR-ID.
                MOVE WS-MT-NAME TO  L-SR-NAME.
                MOVE WS-MT-DEGREE TO L-SR-DEGREE.
                MOVE WS-MT-YEAR TO  L-SR-YEAR.
                MOVE 'NO REAL-ID MATCH - NEEDS REGISTRAR ID'
                    TO  L-SR-RESULT.
                WRITE SURPT-REC FROM SURPT-DATA1
                END-IF.
                MOVE SPACES                 TO  PUNCH-TRANS.
                MOVE 'D'                    TO  PT-CODE.
                MOVE WS-MT-NAME TO  PT-NAME.
                MOVE WS-MT-DEGREE TO PT-DEGREE.
                MOVE WS-MT-YEAR TO  PT-YEAR.
                MOVE WS-MT-ID   TO  PT-STUDENT-ID.
                WRITE SURRX-REC FROM PUNCH-TRANS.
                ADD 1                       TO  WS-PUNCH-COUNT.
                IF WS-MT-YEAR NUMERIC
                    MOVE WS-MT-YEAR TO WS-YEAR-N
                    ADD WS-YEAR-N            TO  WS-YEAR-HASH
                END-IF.

                MOVE WS-NOMATCH-COUNT       TO  L-MSG-COUNT.
                WRITE SURPT-REC FROM SURPT-MSG1
                      AFTER ADVANCING 1 LINE.
      *        EVERY MASTER RECORD IS EXAMINED - THE LINE STAYS SO
      *        THE WORKSHEET READS THE SAME AS IT ALWAYS HAS
                MOVE 'MASTER RECS NOT EXAMINED:'
                    TO  L-MSG-TEXT.
                MOVE 0                      TO  L-MSG-COUNT.
                WRITE SURPT-REC FROM SURPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-HDR-WRITTEN = 'Y'
