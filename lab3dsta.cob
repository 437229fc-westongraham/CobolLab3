
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3DSTA.
       AUTHOR. Weston Graham.
      *  DAILY DIPLOMA STATUS REPORT.
      *  WALKS THE DIPLOMA INVENTORY (DA-DIPIV) THAT LAB3DIPL AND
      *  LAB3DREL KEEP AND LISTS, IN THREE SECTIONS, EVERY DIPLOMA
      *  PRINTED BUT NOT YET PICKED UP OR MAILED, EVERY ONE OF
      *  THOSE THE BUSINESS OFFICE'S BURSAR HOLD FILE (DA-BURSH)
      *  STILL BLOCKS, AND EVERY ONE LEFT UNCLAIMED MORE THAN 90
      *  DAYS AFTER IT WAS PRINTED (A LATER AWARD OR A REPRINT AGES
      *  FROM ITS OWN PRINTING). A DIPLOMA FLAGGED FOR REPRINT
      *  COUNTS AS NOT RELEASED - UNLESS IT WAS ALREADY RELEASED
      *  BEFORE THE FLAG WAS SET, WHEN THE OFFICE HOLDS NO COPY: IT
      *  IS LISTED AS A REPRINT PENDING AND COUNTED SEPARATELY, AND
      *  ONLY A DIPLOMA ON HAND IS AGED AS UNCLAIMED. THE CLOSING
      *  COUNTS SHOW EVERY DIPLOMA ON FILE BY STATUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT DIPIV-FILE   ASSIGN TO 'DA-DIPIV'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DI-STUDENT-ID
                                 FILE STATUS IS WS-DIPIV-STATUS.
            SELECT BURSH-FILE   ASSIGN TO 'DA-BURSH'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS BU-STUDENT-ID
                                 FILE STATUS IS WS-BURSH-STATUS.
            SELECT DSRPT-FILE   ASSIGN TO 'UR-DSRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  DIPLOMA INVENTORY - SAME DEFINITION AS LAB3DIPL.           *
      *  READ ONLY                                                  *
      **************************************************************
       FD  DIPIV-FILE.
       01  DIPIV-REC.
                03  DI-STUDENT-ID          PIC X(9).
                03  DI-STATUS              PIC X(1).
                03  DI-PRINTED-NAME        PIC X(20).
                03  DI-PAGES               PIC 9(2).
                03  DI-FIRST-PRINT-DATE    PIC 9(8).
                03  DI-LAST-PRINT-DATE     PIC 9(8).
                03  DI-LAST-PRINT-TIME     PIC 9(8).
                03  DI-PRINT-COUNT         PIC 9(3).
                03  DI-REPRINT-REASON      PIC X(30).
                03  DI-REPRINT-DATE        PIC 9(8).
                03  DI-RELEASE-DATE        PIC 9(8).
                03  DI-RELEASE-CLERK       PIC X(8).
                03  DI-MAIL-TO.
                    05  DI-MAIL-STREET     PIC X(30).
                    05  DI-MAIL-CITY       PIC X(20).
                    05  DI-MAIL-STATE      PIC X(2).
                    05  DI-MAIL-ZIP        PIC X(10).
                03  DI-DEGREES-PRINTED.
                    05  DI-DEGREE-PRINTED  PIC X(4)  OCCURS 4 TIMES.
                03  DI-AGE-DATE            PIC 9(8).
                03  FILLER                 PIC X(1).

      **************************************************************
      *  BURSAR HOLD FILE - SAME DEFINITION AS LAB3DREL. READ ONLY  *
      **************************************************************
       FD  BURSH-FILE.
       01  BURSH-REC.
                03  BU-STUDENT-ID          PIC X(9).
                03  BU-STATUS              PIC X(1).
                03  BU-BALANCE             PIC 9(7)V99.
                03  BU-HOLD-DATE           PIC 9(8).
                03  BU-CLEAR-DATE          PIC 9(8).
                03  FILLER                 PIC X(45).

       FD  DSRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  DSRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE STATUS REPORT        *
      **************************************************************
       01  DSRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(31)
                            VALUE 'DAILY DIPLOMA STATUS REPORT'.
                03  FILLER                 PIC X(8)      VALUE 'RUN'.
                03  L-RUN-DATE             PIC X(8).
       01  DSRPT-SECTION-HEAD.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECTION-TEXT         PIC X(50).
       01  DSRPT-HEADING3.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(11)     VALUE 'STATUS'.
                03  FILLER                 PIC X(10)
                            VALUE 'PRINTED'.
                03  FILLER                 PIC X(6)      VALUE 'DAYS'.
                03  FILLER                 PIC X(40)
                            VALUE 'REPRINT REASON / BURSAR BALANCE'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE STATUS REPORT             *
      **************************************************************
       01  DSRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-DS-ID                PIC X(11).
                03  L-DS-NAME              PIC X(21).
                03  L-DS-STATUS            PIC X(11).
                03  L-DS-PRINTED           PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-DS-DAYS              PIC ZZZZ9.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  L-DS-DETAIL            PIC X(40).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  DSRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZ9.
       01  MISC.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      *   WS-SECTION IS THE SECTION BEING PRINTED ON THIS PASS:     *
      *   1 = NOT RELEASED  2 = ON BURSAR HOLD  3 = UNCLAIMED       *
      **************************************************************
                03  WS-DIPIV-STATUS        PIC XX        VALUE SPACES.
                03  WS-BURSH-STATUS        PIC XX        VALUE SPACES.
                03  WS-BURSH-AVAIL         PIC X         VALUE 'N'.
                03  WS-ON-HOLD             PIC X         VALUE 'N'.
                03  WS-SECTION             PIC 9         VALUE 0.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-UNCLAIMED-LIMIT     PIC 9(3)      VALUE 90.
                03  WS-RUN-DAYS            PIC 9(8)      VALUE 0.
                03  WS-PRINT-DAYS          PIC 9(8)      VALUE 0.
                03  WS-AGE-FROM            PIC 9(8)      VALUE 0.
                03  WS-AGE                 PIC 9(5)      VALUE 0.
                03  WS-BALANCE-EDIT        PIC Z,ZZZ,ZZ9.99.
                03  WS-SECTION-COUNT       PIC 9(5)      VALUE 0.
                03  WS-UNRELEASED-COUNT    PIC 9(5)      VALUE 0.
                03  WS-REPRINT-COUNT       PIC 9(5)      VALUE 0.
                03  WS-PENDING-COUNT       PIC 9(5)      VALUE 0.
                03  WS-WAS-RELEASED        PIC X         VALUE 'N'.
                03  WS-HOLD-COUNT          PIC 9(5)      VALUE 0.
                03  WS-UNCLAIMED-COUNT     PIC 9(5)      VALUE 0.
                03  WS-PICKUP-COUNT        PIC 9(5)      VALUE 0.
                03  WS-MAILED-COUNT        PIC 9(5)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT DSRPT-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                COMPUTE WS-RUN-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
                PERFORM 1100-PRINT-HEAD.
                OPEN INPUT DIPIV-FILE.
                IF WS-DIPIV-STATUS = '00'
                    OPEN INPUT BURSH-FILE
                    IF WS-BURSH-STATUS = '00'
                        MOVE 'Y'             TO  WS-BURSH-AVAIL
                    END-IF
                    PERFORM 2000-PRINT-SECTION
                        VARYING WS-SECTION FROM 1 BY 1
                        UNTIL WS-SECTION > 3
                    CLOSE DIPIV-FILE
                    IF WS-BURSH-AVAIL = 'Y'
                        CLOSE BURSH-FILE
                    END-IF
                ELSE
                    MOVE SPACES              TO  DSRPT-MSG1
                    MOVE 'DA-DIPIV NOT ON FILE - NOTHING PRINTED'
                        TO  L-MSG-TEXT
                    WRITE DSRPT-REC FROM DSRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM 3000-PRINT-COUNTS.
                CLOSE DSRPT-FILE.
                STOP RUN.

       1100-PRINT-HEAD.
                MOVE WS-RUN-DATE            TO  L-RUN-DATE.
                WRITE DSRPT-REC FROM DSRPT-HEADING1
                      AFTER ADVANCING PAGE.

      **************************************************************
      *   PRINTS ONE SECTION - A HEADING, THEN ONE PASS OF THE     *
      *   INVENTORY IN STUDENT-ID ORDER LISTING THE DIPLOMAS THAT  *
      *   BELONG IN IT, THEN THE SECTION'S COUNT                   *
      **************************************************************

       2000-PRINT-SECTION.
                MOVE 0                      TO  WS-SECTION-COUNT.
                MOVE SPACES TO DSRPT-REC.
                WRITE DSRPT-REC
                      AFTER ADVANCING 1 LINE.
                EVALUATE WS-SECTION
                    WHEN 1
                        MOVE 'DIPLOMAS PRINTED BUT NOT RELEASED'
                            TO  L-SECTION-TEXT
                    WHEN 2
                        MOVE 'DIPLOMAS ON BURSAR HOLD'
                            TO  L-SECTION-TEXT
                    WHEN 3
                        MOVE 'DIPLOMAS UNCLAIMED MORE THAN 90 DAYS'
                            TO  L-SECTION-TEXT
                END-EVALUATE.
                WRITE DSRPT-REC FROM DSRPT-SECTION-HEAD
                      AFTER ADVANCING 1 LINE.
                IF WS-SECTION = 2 AND WS-BURSH-AVAIL NOT = 'Y'
                    MOVE SPACES              TO  DSRPT-MSG1
                    MOVE 'DA-BURSH NOT ON FILE - NO HOLDS READ'
                        TO  L-MSG-TEXT
                    WRITE DSRPT-REC FROM DSRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                WRITE DSRPT-REC FROM DSRPT-HEADING3
                      AFTER ADVANCING 1 LINE.
                MOVE LOW-VALUES             TO  DI-STUDENT-ID.
                START DIPIV-FILE
                    KEY IS NOT LESS THAN DI-STUDENT-ID.
                PERFORM UNTIL WS-DIPIV-STATUS NOT = '00'
                    READ DIPIV-FILE NEXT RECORD
                    IF WS-DIPIV-STATUS = '00'
                        PERFORM 2100-CHECK-ONE-DIPLOMA
                    END-IF
                END-PERFORM.
                MOVE SPACES                 TO  DSRPT-MSG1.
                MOVE 'DIPLOMAS IN THIS SECTION:' TO L-MSG-TEXT.
                MOVE WS-SECTION-COUNT       TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   AGES ONE DIPLOMA FROM ITS PRINTING AND LISTS IT WHEN IT  *
      *   BELONGS IN THE SECTION BEING PRINTED. WS-WAS-RELEASED IS *
      *   'Y' FOR A REPRINT FLAGGED AFTER THE DIPLOMA WAS PICKED   *
      *   UP OR MAILED. THE CLOSING COUNTS ARE TAKEN ON THE FIRST  *
      *   PASS ONLY                                                *
      **************************************************************

       2100-CHECK-ONE-DIPLOMA.
                MOVE 'N'                    TO  WS-ON-HOLD.
                MOVE 'N'                    TO  WS-WAS-RELEASED.
                IF DI-STATUS = 'R' AND DI-RELEASE-DATE NUMERIC
                        AND DI-RELEASE-DATE > 0
                    MOVE 'Y'                 TO  WS-WAS-RELEASED
                END-IF.
                MOVE 0                      TO  WS-AGE.
                IF DI-AGE-DATE NUMERIC AND DI-AGE-DATE > 0
                    MOVE DI-AGE-DATE         TO  WS-AGE-FROM
                ELSE
                    MOVE DI-FIRST-PRINT-DATE TO  WS-AGE-FROM
                END-IF.
                IF WS-AGE-FROM NUMERIC
                        AND WS-AGE-FROM > 0
                    COMPUTE WS-PRINT-DAYS =
                        FUNCTION INTEGER-OF-DATE (WS-AGE-FROM)
                    IF WS-RUN-DAYS > WS-PRINT-DAYS
                        COMPUTE WS-AGE = WS-RUN-DAYS - WS-PRINT-DAYS
                    END-IF
                END-IF.
                IF DI-STATUS = 'H' OR DI-STATUS = 'R'
                    PERFORM 2150-CHECK-BURSAR-HOLD
                    EVALUATE TRUE
                        WHEN WS-SECTION = 1
                            PERFORM 2200-PRINT-DIPLOMA
                        WHEN WS-SECTION = 2 AND WS-ON-HOLD = 'Y'
                            PERFORM 2200-PRINT-DIPLOMA
                        WHEN WS-SECTION = 3 AND DI-STATUS = 'H'
                                AND WS-AGE > WS-UNCLAIMED-LIMIT
                            PERFORM 2200-PRINT-DIPLOMA
                    END-EVALUATE
                END-IF.
                IF WS-SECTION = 1
                    EVALUATE DI-STATUS
                        WHEN 'H'
                            ADD 1            TO  WS-UNRELEASED-COUNT
                        WHEN 'R'
                            IF WS-WAS-RELEASED = 'Y'
                                ADD 1        TO  WS-PENDING-COUNT
                            ELSE
                                ADD 1        TO  WS-UNRELEASED-COUNT
                                ADD 1        TO  WS-REPRINT-COUNT
                            END-IF
                        WHEN 'P'
                            ADD 1            TO  WS-PICKUP-COUNT
                        WHEN 'M'
                            ADD 1            TO  WS-MAILED-COUNT
                    END-EVALUATE
                END-IF.
                IF WS-SECTION = 2 AND WS-ON-HOLD = 'Y'
                    ADD 1                    TO  WS-HOLD-COUNT
                END-IF.
                IF WS-SECTION = 3 AND DI-STATUS = 'H'
                        AND WS-AGE > WS-UNCLAIMED-LIMIT
                    ADD 1                    TO  WS-UNCLAIMED-COUNT
                END-IF.

      *        A HOLD IS ACTIVE WHILE THE BUSINESS OFFICE'S RECORD
      *        SAYS 'H' - 'C' OR NO RECORD MEANS NOTHING IS OWED
       2150-CHECK-BURSAR-HOLD.
                MOVE 'N'                    TO  WS-ON-HOLD.
                IF WS-BURSH-AVAIL = 'Y'
                    MOVE DI-STUDENT-ID       TO  BU-STUDENT-ID
                    READ BURSH-FILE
                    IF WS-BURSH-STATUS = '00' AND BU-STATUS = 'H'
                        MOVE 'Y'             TO  WS-ON-HOLD
                    END-IF
                END-IF.

       2200-PRINT-DIPLOMA.
                ADD 1                        TO  WS-SECTION-COUNT.
                MOVE DI-STUDENT-ID          TO  L-DS-ID.
                MOVE DI-PRINTED-NAME        TO  L-DS-NAME.
                EVALUATE TRUE
                    WHEN WS-WAS-RELEASED = 'Y'
                        MOVE 'RPT PENDING'   TO  L-DS-STATUS
                    WHEN DI-STATUS = 'R'
                        MOVE 'REPRINT'       TO  L-DS-STATUS
                    WHEN OTHER
                        MOVE 'ON HAND'       TO  L-DS-STATUS
                END-EVALUATE.
                MOVE WS-AGE-FROM            TO  L-DS-PRINTED.
                MOVE WS-AGE                 TO  L-DS-DAYS.
                MOVE SPACES                 TO  L-DS-DETAIL.
                IF WS-SECTION = 2
                    MOVE BU-BALANCE          TO  WS-BALANCE-EDIT
                    STRING 'OWES '           DELIMITED BY SIZE
                        WS-BALANCE-EDIT      DELIMITED BY SIZE
                        ' SINCE '            DELIMITED BY SIZE
                        BU-HOLD-DATE         DELIMITED BY SIZE
                        INTO L-DS-DETAIL
                ELSE
                    IF DI-STATUS = 'R'
                        MOVE DI-REPRINT-REASON TO L-DS-DETAIL
                    END-IF
                    IF WS-ON-HOLD = 'Y'
                        MOVE 'ON BURSAR HOLD' TO L-DS-DETAIL
                    END-IF
                END-IF.
                WRITE DSRPT-REC FROM DSRPT-DATA1
                      AFTER ADVANCING 1 LINE.

       3000-PRINT-COUNTS.
                MOVE SPACES TO DSRPT-REC.
                WRITE DSRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DSRPT-MSG1.
                MOVE 'PRINTED, NOT RELEASED:' TO L-MSG-TEXT.
                MOVE WS-UNRELEASED-COUNT    TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  OF WHICH FLAGGED FOR REPRINT:' TO L-MSG-TEXT.
                MOVE WS-REPRINT-COUNT       TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RELEASED, AWAITING REPRINT:'
                    TO  L-MSG-TEXT.
                MOVE WS-PENDING-COUNT       TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ON BURSAR HOLD:'      TO  L-MSG-TEXT.
                MOVE WS-HOLD-COUNT          TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'UNCLAIMED MORE THAN 90 DAYS:' TO L-MSG-TEXT.
                MOVE WS-UNCLAIMED-COUNT     TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'PICKED UP:'           TO  L-MSG-TEXT.
                MOVE WS-PICKUP-COUNT        TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'MAILED:'              TO  L-MSG-TEXT.
                MOVE WS-MAILED-COUNT        TO  L-MSG-COUNT.
                WRITE DSRPT-REC FROM DSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
