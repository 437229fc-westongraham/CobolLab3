      *  FILE - THE GRADUATE'S NAME ON THE ROSTER, THE FULL DEGREE
      *  TITLE IN DG-NAME, THE LEVEL AND OWNING DEPARTMENT ON
      *  DA-DEGREF - SO THIS PROGRAM PRINTS ONE FORMATTED PAGE PER
      *  AWARD (NAME CENTERED, FULL DEGREE NAME, DEPARTMENT,
      *  GRADUATION YEAR) STRAIGHT FROM DA-INPUT. A DA-DPPRM CARD
      *  IN THE SAME LAYOUT AS THE LAB3 PARAMETER CARD (YEAR RANGE
      *  IN COLS 1-4 AND 6-9, UP TO FIVE DEGREE CODES FROM COL 11)
      *  NAME). RECORDS THE ROSTER WOULD REJECT (BLANK NAME,
      *  NON-NUMERIC OR OUT-OF-RANGE YEAR, NON-NUMERIC ID) GET NO
      *  PAGE AND ARE COUNTED, SO THE TRAILER'S PAGE COUNT REALLY
      *  DOES BALANCE AGAINST THE ROSTER'S GRAND TOTAL. EVERY
      *  GRADUATE GIVEN A PAGE IS RECORDED ON THE DIPLOMA INVENTORY
      *  (DA-DIPIV) AS PRINTED AND ON HAND, UNDER THE NAME PRINTED;
      *  AN AWARD ALREADY PRINTED IN AN EARLIER RUN IS RECORDED AS
      *  A REPRINT, WITH THE REASON LAB3DREL OR LAB3MAINT LEFT ON
      *  THE RECORD; A LATER AWARD IS A NEW DIPLOMA ON HAND. EACH
      *  PRINT AND REPRINT IS ALSO WRITTEN TO THE DIPLOMA ACTIVITY
      *  LOG (DA-DIPLG).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT DIPIV-FILE   ASSIGN TO 'DA-DIPIV'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DI-STUDENT-ID
                                 FILE STATUS IS WS-DIPIV-STATUS.
            SELECT DIPLG-FILE   ASSIGN TO 'DA-DIPLG'
                                 FILE STATUS IS WS-DIPLG-STATUS.


       DATA DIVISION.
                03  S-YEAR                 PIC X(4).
                03  S-STUDENT-ID           PIC X(9).
                03  S-LEV-SEQ              PIC X(1).
                03  FILLER                 PIC X(20).
                03  S-FERPA-HOLD           PIC X(1).
                03  FILLER                 PIC X(21).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
                03  DG-LEVEL               PIC X(1).
                03  DG-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).

      **************************************************************
      *  DIPLOMA INVENTORY - INDEXED (VSAM-STYLE KSDS) KEYED ON THE *
      *  STUDENT ID, ONE RECORD PER GRADUATE COVERING EVERY PAGE OF *
      *  THE LAST PRINT RUN THAT INCLUDED THEM. DI-DEGREE-PRINTED   *
      *  REMEMBERS THE AWARDS EVER PRINTED, SO A LATER AWARD IS     *
      *  TOLD APART FROM A REPRINT; DI-AGE-DATE IS THE DATE THE     *
      *  COPY NOW ON HAND WAS PRINTED, WHICH LAB3DSTA AGES          *
      **************************************************************
       FD  DIPIV-FILE.
       01  DIPIV-REC.
                03  DI-STUDENT-ID          PIC X(9).
      *        DI-STATUS: H = PRINTED, ON HAND     R = REPRINT REQUESTED
      *                   P = PICKED UP            M = MAILED
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
      *  DIPLOMA ACTIVITY LOG - ONE RECORD PER PRINT, REPRINT,     *
      *  REPRINT REQUEST, RELEASE, OR REFUSED RELEASE              *
      **************************************************************
       FD  DIPLG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIPLG-REC.
                03  DL-DATE                PIC 9(8).
                03  DL-TIME                PIC 9(8).
                03  DL-STUDENT-ID          PIC X(9).
      *        DL-EVENT: P = PRINTED     R = REPRINTED
      *                  Q = REPRINT REQUESTED
      *                  K = PICKED UP   M = MAILED
      *                  B = RELEASE REFUSED - BURSAR HOLD
                03  DL-EVENT               PIC X(1).
                03  DL-CLERK-ID            PIC X(8).
                03  DL-DETAIL              PIC X(40).
                03  FILLER                 PIC X(6).
       WORKING-STORAGE SECTION.

      **************************************************************
                03  I-YEAR                 PIC X(4).
                03  I-STUDENT-ID           PIC X(9)       VALUE SPACES.
                03  I-LEV-SEQ              PIC X(1)       VALUE SPACES.
                03  FILLER                 PIC X(20)      VALUE SPACES.
      *        I-FERPA-HOLD IS MAST-FERPA-HOLD CARRIED OVER ON THE
      *        DA-INPUT COPY OF GRADMAST ('Y' = DO NOT RELEASE)
                03  I-FERPA-HOLD           PIC X(1)       VALUE SPACES.
      *        I-HONORS IS MAST-HONORS - 'S' SUMMA, 'M' MAGNA, 'C' CUM
      *        LAUDE - PRINTED AFTER THE NAME ON THE DIPLOMA
                03  I-HONORS               PIC X(1)       VALUE SPACES.
                03  FILLER                 PIC X(20)      VALUE SPACES.
      **************************************************************
      *    LAYOUT FOR THE TRAILER COUNT LINE OF THE RUN             *
      **************************************************************
                03  WS-DPPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-PAGE-COUNT          PIC 9(5)      VALUE 0.
                03  WS-BYPASS-COUNT        PIC 9(7)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(7)      VALUE 0.
      **************************************************************
      *     DIPLOMA INVENTORY FIELDS - A GRADUATE WHOSE RECORD      *
      *     ALREADY CARRIES THIS RUN'S DATE AND TIME IS GETTING A   *
      *     FURTHER PAGE OF THE SAME RUN, NOT A REPRINT. WS-DI-IDX  *
      *     AND WS-DI-FOUND ARE FOR THE PRINTED-DEGREE LOOKUP       *
      **************************************************************
                03  WS-DIPIV-STATUS        PIC XX        VALUE SPACES.
                03  WS-DIPLG-STATUS        PIC XX        VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-RUN-TIME            PIC 9(8)      VALUE 0.
                03  WS-INV-NEW-COUNT       PIC 9(7)      VALUE 0.
                03  WS-INV-REPRINT-COUNT   PIC 9(7)      VALUE 0.
                03  WS-INV-AWARD-COUNT     PIC 9(7)      VALUE 0.
                03  WS-DI-IDX              PIC 9(2)      VALUE 0.
                03  WS-DI-FOUND            PIC X         VALUE 'N'.
      **************************************************************
      *     ROSTER-EDIT WORK FIELDS - THE SAME EDITS LAB3 APPLIES, *
      *     SO A RECORD THE ROSTER REJECTS NEVER GETS A PAGE HERE  *
                03  WS-CTR-LEN             PIC 9(2)      VALUE 0.
                03  WS-CTR-COL             PIC 9(2)      VALUE 0.
                03  WS-SCAN-IDX            PIC 9(2)      VALUE 0.
                03  WS-HONORS-DESC         PIC X(15)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
                PERFORM 1100-SORT-INPUT.
                OPEN INPUT SORTED-FILE.
                OPEN OUTPUT DIPL-FILE.
                PERFORM 1050-OPEN-INVENTORY.
                PERFORM 2000-READ-SORTED.
                PERFORM 1500-PRINT-ONE-PAGE
                    UNTIL EOF-I = 1.
                PERFORM 1700-PRINT-TRAILER.
                CLOSE SORTED-FILE
                      DIPL-FILE
                      DIPIV-FILE
                      DIPLG-FILE.
                STOP RUN.

      **************************************************************
                    MOVE 'FULL FILE'         TO  WS-SELECT-DESC
                END-IF.

      **************************************************************
      *   OPENS THE DIPLOMA INVENTORY AND ACTIVITY LOG, CREATING    *
      *   EACH THE FIRST TIME. THE RUN'S DATE AND TIME MARK EVERY   *
      *   INVENTORY RECORD THIS RUN PRINTS                          *
      **************************************************************

       1050-OPEN-INVENTORY.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-RUN-TIME FROM TIME.
                OPEN I-O DIPIV-FILE.
                IF WS-DIPIV-STATUS = '35'
                    OPEN OUTPUT DIPIV-FILE
                    CLOSE DIPIV-FILE
                    OPEN I-O DIPIV-FILE
                END-IF.
                OPEN EXTEND DIPLG-FILE.
                IF WS-DIPLG-STATUS = '35'
                    OPEN OUTPUT DIPLG-FILE
                END-IF.

      **************************************************************
      *   LOADS THE DEGREE TABLE FROM DA-DEGREF AT START-UP,        *
      *   FALLING BACK TO THE SEED SET WHEN THE REFERENCE FILE IS   *
      **************************************************************
      *   SORTS THE SELECTED GRADUATES INTO COMMENCEMENT ORDER -    *
      *   THE INPUT PROCEDURE RELEASES ONLY THE RECORDS THE         *
      *   PARAMETER CARD SELECTS AND COUNTS THE BYPASSED ONES.      *
      *   A GRADUATE UNDER FERPA HOLD GETS NO PAGE AND IS COUNTED   *
      *   SEPARATELY ON THE TRAILER                                 *
      **************************************************************

       1100-SORT-INPUT.
                READ INPUT-FILE INTO INPUT-DATA
                    AT END MOVE 1 TO EOF-I
                END-READ.
                IF EOF-I NOT = 1 AND I-FERPA-HOLD = 'Y'
                    ADD 1 TO WS-FERPA-COUNT
                    EXIT PARAGRAPH
                END-IF.
                IF EOF-I NOT = 1
                    PERFORM 1120-CHECK-SELECT
                    IF WS-SEL-MATCH-SW NOT = 'Y'
                END-IF.

      **************************************************************
      *   ONE DIPLOMA PAGE - THE GRADUATE'S NAME (WITH ANY LATIN    *
      *   HONORS AFTER IT) CENTERED, THE FULL DEGREE TITLE, THE     *
      *   OWNING DEPARTMENT, AND THE CLASS YEAR, EACH CENTERED ON   *
      *   ITS OWN LINE                                              *
      **************************************************************

       1500-PRINT-ONE-PAGE.
                WRITE DIPL-REC
                      AFTER ADVANCING 2 LINES.
                MOVE SPACES                 TO  WS-CTR-TEXT.
                PERFORM 1520-SET-HONORS-TEXT.
                IF WS-HONORS-DESC = SPACES
                    MOVE I-NAME              TO  WS-CTR-TEXT
                ELSE
                    STRING I-NAME            DELIMITED BY '  '
                        ', '                 DELIMITED BY SIZE
                        WS-HONORS-DESC       DELIMITED BY '  '
                        INTO WS-CTR-TEXT
                END-IF.
                PERFORM 1550-PRINT-CENTERED.
                MOVE SPACES                 TO  DIPL-REC.
                WRITE DIPL-REC
                    INTO WS-CTR-TEXT.
                PERFORM 1550-PRINT-CENTERED.
                ADD 1                       TO  WS-PAGE-COUNT.
                PERFORM 1800-RECORD-INVENTORY.
                PERFORM 2000-READ-SORTED.

      **************************************************************
      *   SPELLS OUT THE GRADUATE'S LATIN HONORS, IF ANY            *
      **************************************************************

       1520-SET-HONORS-TEXT.
                EVALUATE I-HONORS
                    WHEN 'S'
                        MOVE 'SUMMA CUM LAUDE' TO WS-HONORS-DESC
                    WHEN 'M'
                        MOVE 'MAGNA CUM LAUDE' TO WS-HONORS-DESC
                    WHEN 'C'
                        MOVE 'CUM LAUDE'     TO  WS-HONORS-DESC
                    WHEN OTHER
                        MOVE SPACES          TO  WS-HONORS-DESC
                END-EVALUATE.

      **************************************************************
      *   CENTERS WS-CTR-TEXT ON A 78-COLUMN LINE AND PRINTS IT     *
      **************************************************************
                MOVE WS-BYPASS-COUNT        TO  L-TRL-COUNT.
                WRITE DIPL-REC FROM DIPL-TRAILER1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FERPA HOLD - NO PAGE:'
                    TO  L-TRL-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-TRL-COUNT.
                WRITE DIPL-REC FROM DIPL-TRAILER1
                      AFTER ADVANCING 1 LINE.
                MOVE 'NEW TO DIPLOMA INVENTORY:'
                    TO  L-TRL-TEXT.
                MOVE WS-INV-NEW-COUNT       TO  L-TRL-COUNT.
                WRITE DIPL-REC FROM DIPL-TRAILER1
                      AFTER ADVANCING 1 LINE.
                MOVE 'REPRINTS RECORDED:'
                    TO  L-TRL-TEXT.
                MOVE WS-INV-REPRINT-COUNT   TO  L-TRL-COUNT.
                WRITE DIPL-REC FROM DIPL-TRAILER1
                      AFTER ADVANCING 1 LINE.
                MOVE 'LATER AWARDS RECORDED:'
                    TO  L-TRL-TEXT.
                MOVE WS-INV-AWARD-COUNT     TO  L-TRL-COUNT.
                WRITE DIPL-REC FROM DIPL-TRAILER1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   RECORDS THE PAGE JUST PRINTED ON THE DIPLOMA INVENTORY - *
      *   A NEW GRADUATE IS ADDED AS ON HAND, AND A FURTHER PAGE   *
      *   OF THIS RUN IS ADDED TO THE PAGE COUNT. OTHERWISE AN     *
      *   AWARD PRINTED BEFORE, OR ANY PAGE WHILE A REPRINT IS     *
      *   PENDING, IS A REPRINT: THE RECORD GOES BACK TO ON HAND   *
      *   UNDER THE NAME NOW PRINTED, AGED FROM TODAY, AND ANY     *
      *   EARLIER RELEASE IS CLEARED, THE NEW COPY NOT HAVING BEEN *
      *   RELEASED YET.                                            *
      *   AN AWARD NEVER PRINTED BEFORE (A LATER DEGREE) IS A NEW  *
      *   DIPLOMA ON HAND - ITS AGE STARTS TODAY, AND THE RELEASE  *
      *   OF THE EARLIER DIPLOMA STAYS ON THE RECORD               *
      **************************************************************

       1800-RECORD-INVENTORY.
                MOVE I-STUDENT-ID           TO  DI-STUDENT-ID.
                READ DIPIV-FILE.
                IF WS-DIPIV-STATUS = '00'
                    PERFORM 1810-FIND-DEGREE
                    EVALUATE TRUE
                        WHEN DI-LAST-PRINT-DATE = WS-RUN-DATE
                                AND DI-LAST-PRINT-TIME = WS-RUN-TIME
                            ADD 1            TO  DI-PAGES
                            PERFORM 1820-ADD-DEGREE
                            REWRITE DIPIV-REC
                        WHEN DI-STATUS = 'R' OR WS-DI-FOUND = 'Y'
                            PERFORM 1830-RECORD-REPRINT
                        WHEN OTHER
                            PERFORM 1840-RECORD-NEW-AWARD
                    END-EVALUATE
                ELSE
                    MOVE SPACES              TO  DIPIV-REC
                    MOVE I-STUDENT-ID        TO  DI-STUDENT-ID
                    MOVE 'H'                 TO  DI-STATUS
                    MOVE I-NAME              TO  DI-PRINTED-NAME
                    MOVE 1                   TO  DI-PAGES
                    MOVE WS-RUN-DATE         TO  DI-FIRST-PRINT-DATE
                    MOVE WS-RUN-DATE         TO  DI-LAST-PRINT-DATE
                    MOVE WS-RUN-TIME         TO  DI-LAST-PRINT-TIME
                    MOVE WS-RUN-DATE         TO  DI-AGE-DATE
                    MOVE 1                   TO  DI-PRINT-COUNT
                    MOVE 0                   TO  DI-REPRINT-DATE
                    MOVE 0                   TO  DI-RELEASE-DATE
                    MOVE 'N'                 TO  WS-DI-FOUND
                    PERFORM 1820-ADD-DEGREE
                    WRITE DIPIV-REC
                    ADD 1                    TO  WS-INV-NEW-COUNT
                    PERFORM 1845-LOG-PRINTED
                END-IF.

      *        WS-DI-FOUND COMES BACK 'Y' WHEN I-DEGREE HAS BEEN
      *        PRINTED FOR THIS GRADUATE BEFORE
       1810-FIND-DEGREE.
                MOVE 'N'                    TO  WS-DI-FOUND.
                PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                        UNTIL WS-DI-IDX > 4
                    IF DI-DEGREE-PRINTED (WS-DI-IDX) = I-DEGREE
                        MOVE 'Y'             TO  WS-DI-FOUND
                    END-IF
                END-PERFORM.

      *        PUTS I-DEGREE IN THE FIRST FREE SLOT; A GRADUATE WITH
      *        MORE THAN FOUR AWARDS HAS ONLY THE FIRST FOUR KEPT
       1820-ADD-DEGREE.
                IF WS-DI-FOUND NOT = 'Y'
                    PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                            UNTIL WS-DI-IDX > 4
                        IF WS-DI-FOUND NOT = 'Y'
                                AND DI-DEGREE-PRINTED (WS-DI-IDX)
                                    = SPACES
                            MOVE I-DEGREE    TO
                                DI-DEGREE-PRINTED (WS-DI-IDX)
                            MOVE 'Y'         TO  WS-DI-FOUND
                        END-IF
                    END-PERFORM
                END-IF.

       1830-RECORD-REPRINT.
                IF DI-STATUS NOT = 'R'
                    MOVE 'REPRINTED WITHOUT A REQUEST'
                        TO  DI-REPRINT-REASON
                    MOVE WS-RUN-DATE         TO  DI-REPRINT-DATE
                END-IF.
                MOVE 'H'                    TO  DI-STATUS.
                MOVE I-NAME                 TO  DI-PRINTED-NAME.
                MOVE 1                      TO  DI-PAGES.
                MOVE WS-RUN-DATE            TO  DI-LAST-PRINT-DATE.
                MOVE WS-RUN-TIME            TO  DI-LAST-PRINT-TIME.
                ADD 1                        TO  DI-PRINT-COUNT.
                MOVE WS-RUN-DATE            TO  DI-AGE-DATE.
                MOVE 0                      TO  DI-RELEASE-DATE.
                MOVE SPACES                 TO  DI-RELEASE-CLERK.
                MOVE SPACES                 TO  DI-MAIL-TO.
                PERFORM 1820-ADD-DEGREE.
                REWRITE DIPIV-REC.
                ADD 1                        TO  WS-INV-REPRINT-COUNT.
                MOVE SPACES                 TO  DIPLG-REC.
                MOVE 'R'                    TO  DL-EVENT.
                MOVE DI-REPRINT-REASON      TO  DL-DETAIL.
                PERFORM 1850-WRITE-LOG.

       1840-RECORD-NEW-AWARD.
                MOVE 'H'                    TO  DI-STATUS.
                MOVE I-NAME                 TO  DI-PRINTED-NAME.
                MOVE 1                      TO  DI-PAGES.
                MOVE WS-RUN-DATE            TO  DI-LAST-PRINT-DATE.
                MOVE WS-RUN-TIME            TO  DI-LAST-PRINT-TIME.
                MOVE WS-RUN-DATE            TO  DI-AGE-DATE.
                ADD 1                        TO  DI-PRINT-COUNT.
                PERFORM 1820-ADD-DEGREE.
                REWRITE DIPIV-REC.
                ADD 1                        TO  WS-INV-AWARD-COUNT.
                PERFORM 1845-LOG-PRINTED.

       1845-LOG-PRINTED.
                MOVE SPACES                 TO  DIPLG-REC.
                MOVE 'P'                    TO  DL-EVENT.
                STRING I-NAME               DELIMITED BY SIZE
                    ' '                      DELIMITED BY SIZE
                    I-DEGREE                 DELIMITED BY SIZE
                    INTO DL-DETAIL.
                PERFORM 1850-WRITE-LOG.

       1850-WRITE-LOG.
                MOVE WS-RUN-DATE            TO  DL-DATE.
                MOVE WS-RUN-TIME            TO  DL-TIME.
                MOVE I-STUDENT-ID           TO  DL-STUDENT-ID.
                MOVE SPACES                 TO  DL-CLERK-ID.
                WRITE DIPLG-REC.

      **************************************************************

