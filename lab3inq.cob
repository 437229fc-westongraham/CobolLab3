      *  THE DA-GRADH HISTORY MASTER LAB3ARCH BUILDS AT YEAR END,
      *  SO AN ARCHIVED CLASS CAN STILL BE ANSWERED ON REQUEST -
      *  THOSE LINES ARE TAGGED AS COMING FROM HISTORY.
      *  ANY ADDITIONAL DEGREE AWARDS ON DA-AWARD PRINT UNDER THE
      *  GRADUATE'S OWN LINE, ONE LINE PER AWARD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 ALTERNATE RECORD KEY IS HIST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-HIST-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT INQRQ-FILE   ASSIGN TO 'DA-INQRQ'
                                 FILE STATUS IS WS-INQRQ-STATUS.
            SELECT JRNL-FILE    ASSIGN TO 'DA-JRNL'
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  MAST-FERPA-HOLD        PIC X(1).
                03  FILLER                 PIC X(21).

      **************************************************************
      *  HISTORY MASTER - THE ARCHIVED CLASSES LAB3ARCH MOVES OFF  *
                03  HIST-DEGREE            PIC X(4).
                03  HIST-YEAR              PIC X(4).
                03  HIST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  HIST-FERPA-HOLD        PIC X(1).
                03  FILLER                 PIC X(21).

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
      *  REQUEST CARD DECK - A STUDENT ID IN COLS 1-9 LOOKS UP     *
                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

      **************************************************************
      *  DEGREE-CODE REFERENCE FILE - MAINTAINED BY LAB3DEGM        *
                03  GW-DEGREE              PIC X(4)      VALUE SPACES.
                03  GW-YEAR                PIC X(4)      VALUE SPACES.
                03  GW-STUDENT-ID          PIC X(9)      VALUE SPACES.
                03  GW-FERPA-HOLD          PIC X(1)      VALUE SPACES.
      **************************************************************
      *   VIEW OF A JOURNAL IMAGE AS THE GRADUATE MASTER RECORD     *
      **************************************************************
                03  WS-HIST-AVAIL          PIC X         VALUE 'N'.
                03  WS-FROM-HIST           PIC X         VALUE 'N'.
                03  WS-DEGREF-AVAIL        PIC X         VALUE 'N'.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-TIME-X              PIC X(8)      VALUE SPACES.
                03  WS-CARD-COUNT          PIC 9(4)      VALUE 0.
                03  WS-PRINT-COUNT         PIC 9(4)      VALUE 0.
                IF WS-DEGREF-STATUS = '00'
                    MOVE 'Y'                 TO  WS-DEGREF-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN INPUT INQRQ-FILE.
                IF WS-INQRQ-STATUS = '00'
                    PERFORM 2000-READ-REQUEST
                IF WS-DEGREF-AVAIL = 'Y'
                    CLOSE DEGREF
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                CLOSE INRPT-FILE.
                STOP RUN.

                MOVE MAST-DEGREE            TO  GW-DEGREE.
                MOVE MAST-YEAR              TO  GW-YEAR.
                MOVE MAST-STUDENT-ID        TO  GW-STUDENT-ID.
                MOVE MAST-FERPA-HOLD        TO  GW-FERPA-HOLD.

       3800-PRINT-FROM-HISTORY.
                MOVE HIST-NAME              TO  GW-NAME.
                MOVE HIST-DEGREE            TO  GW-DEGREE.
                MOVE HIST-YEAR              TO  GW-YEAR.
                MOVE HIST-STUDENT-ID        TO  GW-STUDENT-ID.
                MOVE HIST-FERPA-HOLD        TO  GW-FERPA-HOLD.
                MOVE 'Y'                    TO  WS-FROM-HIST.
                PERFORM 4000-PRINT-GRADUATE.
                MOVE 'N'                    TO  WS-FROM-HIST.
      **************************************************************
      *   PRINTS ONE GRADUATE - MASTER FIELDS WITH THE FULL DEGREE  *
      *   NAME AND OWNING DEPARTMENT, THEN THE JOURNALED CHANGE     *
      *   HISTORY FOR THAT STUDENT ID. A FERPA HOLD IS FLAGGED      *
      *   RIGHT UNDER THE GRADUATE SO THE OFFICE DOES NOT CONFIRM   *
      *   OR RELEASE ANYTHING OVER THE COUNTER OR THE PHONE         *
      **************************************************************

       4000-PRINT-GRADUATE.
                MOVE GW-YEAR                TO  L-IN-YEAR.
                WRITE INRPT-REC FROM INRPT-DATA1
                      AFTER ADVANCING 1 LINE.
                IF WS-AWARD-AVAIL = 'Y'
                    PERFORM 4200-PRINT-AWARDS
                END-IF.
                IF WS-FROM-HIST = 'Y'
                    MOVE SPACES              TO  INRPT-MSG1
                    MOVE 'RETRIEVED FROM HISTORY (ARCHIVED)'
                    WRITE INRPT-REC FROM INRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                IF GW-FERPA-HOLD = 'Y'
                    MOVE SPACES              TO  INRPT-MSG1
                    MOVE 'FERPA HOLD - DO NOT RELEASE'
                        TO  L-MSG-TEXT
                    WRITE INRPT-REC FROM INRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM 5000-PRINT-HISTORY.

      **************************************************************
                    END-IF
                END-IF.

      **************************************************************
      *   LISTS THE GRADUATE'S ADDITIONAL AWARDS FROM DA-AWARD,     *
      *   EACH WITH ITS FULL DEGREE NAME, DEPARTMENT, AND YEAR,     *
      *   UNDER THE GRADUATE'S OWN LINE                             *
      **************************************************************

       4200-PRINT-AWARDS.
                MOVE GW-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = GW-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = GW-STUDENT-ID
                        MOVE AW-DEGREE       TO  GW-DEGREE
                        PERFORM 4100-LOOKUP-DEGREE
                        MOVE SPACES          TO  INRPT-DATA1
                        MOVE 'ALSO AWARDED'  TO  L-IN-NAME
                        MOVE WS-DEGREE-DESC  TO  L-IN-DEGREE
                        MOVE WS-DEGREE-DEPT  TO  L-IN-DEPT
                        MOVE AW-YEAR         TO  L-IN-YEAR
                        WRITE INRPT-REC FROM INRPT-DATA1
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-PERFORM.

      **************************************************************
      *   SCANS DA-JRNL FOR EVERY ENTRY TOUCHING THIS STUDENT ID -  *
      *   AN ADD HAS NO BEFORE, A DELETE NO AFTER, SO THE ID IS     *
