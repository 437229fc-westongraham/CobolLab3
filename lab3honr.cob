
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3HONR.
       AUTHOR. Weston Graham.
      *  LATIN HONORS ASSIGNMENT FROM THE REGISTRAR'S GPA FEED.
      *  THE REGISTRAR SENDS A TERM GPA FILE KEYED BY STUDENT ID
      *  (DA-GPA: ID IN COLS 1-9, CUMULATIVE GPA IN 11-14 AS 9V999).
      *  THIS PROGRAM WALKS GRADMAST, LOOKS EACH GRADUATE UP ON THE
      *  FEED, AND ASSIGNS SUMMA, MAGNA, OR CUM LAUDE FROM THE
      *  CUTOFFS ON THE DA-HNPRM PARAMETER CARD (SUMMA IN COLS 1-4,
      *  MAGNA IN 6-9, CUM LAUDE IN 11-14, ALL 9V999, AND AN
      *  OPTIONAL CLASS YEAR IN 16-19), SO THE PROVOST CAN MOVE A
      *  THRESHOLD WITHOUT A PROGRAM CHANGE. NO CARD MEANS THE
      *  STANDING CUTOFFS OF 3.900 / 3.700 / 3.500 AND EVERY CLASS.
      *  A GRADUATE IS IN THE CLASS WHEN ANY OF THEIR AWARDS - ON
      *  GRADMAST OR DA-AWARD - CARRIES THE CLASS YEAR.
      *  NOTHING IS WRITTEN TO THE MASTER HERE - EVERY HONORS
      *  CHANGE IS PUNCHED AS A 'C' TRANSACTION CARRYING TX-HONORS
      *  TO DA-HONX IN DA-MAINTX FORMAT (WITH THE 'H' HEADER AND
      *  'T' TRAILER LAB3MAINT DEMANDS), SO THE DESIGNATION REACHES
      *  GRADMAST THROUGH THE NORMAL EDITED, JOURNALED MAINTENANCE
      *  PATH AFTER REVIEW. THE REVIEW REPORT HAS THREE SECTIONS -
      *  HONORS AWARDED BY LEVEL, GRADUATES WITH NO GPA ON THE
      *  FEED, AND GPAS FOR STUDENT IDS WE DO NOT CARRY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRADMAST     ASSIGN TO 'DA-GRADM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAST-STUDENT-ID
                                 ALTERNATE RECORD KEY IS MAST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MAST-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT GPA-FILE     ASSIGN TO 'DA-GPA'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS GP-STUDENT-ID
                                 FILE STATUS IS WS-GPA-STATUS.
            SELECT HNPRM-FILE   ASSIGN TO 'DA-HNPRM'
                                 FILE STATUS IS WS-HNPRM-STATUS.
            SELECT BATCTL-FILE  ASSIGN TO 'DA-BATCTL'
                                 FILE STATUS IS WS-BATCTL-STATUS.
            SELECT HONX-FILE    ASSIGN TO 'DA-HONX'.
            SELECT HNRPT-FILE   ASSIGN TO 'UR-HNRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT.       *
      *  READ ONLY - HONORS REACH THE MASTER THROUGH LAB3MAINT      *
      **************************************************************
       FD  GRADMAST.
       01  GRADUATE-MASTER-REC.
                03  MAST-NAME              PIC X(20).
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  MAST-FERPA-HOLD        PIC X(1).
                03  MAST-HONORS            PIC X(1).
                03  FILLER                 PIC X(20).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT;  *
      *  READ ONLY, SO A GRADUATE WHOSE CLASS-YEAR AWARD IS NOT    *
      *  THE PRIMARY ONE STILL COUNTS AS IN THE CLASS              *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  THE REGISTRAR'S TERM GPA FEED, KEYED BY STUDENT ID         *
      **************************************************************
       FD  GPA-FILE.
       01  GPA-REC.
                03  GP-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X.
                03  GP-GPA-X               PIC X(4).
                03  GP-GPA REDEFINES GP-GPA-X
                                           PIC 9V999.
                03  FILLER                 PIC X(66).

      **************************************************************
      *  OPTIONAL PARAMETER CARD - THE THREE HONORS CUTOFFS AS      *
      *  9V999 IN COLS 1-4, 6-9, AND 11-14, AND A CLASS YEAR IN     *
      *  COLS 16-19 (BLANK = EVERY CLASS ON THE MASTER)             *
      **************************************************************
       FD  HNPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNPRM-REC.
                03  HP-SUMMA-X             PIC X(4).
                03  HP-SUMMA REDEFINES HP-SUMMA-X
                                           PIC 9V999.
                03  FILLER                 PIC X.
                03  HP-MAGNA-X             PIC X(4).
                03  HP-MAGNA REDEFINES HP-MAGNA-X
                                           PIC 9V999.
                03  FILLER                 PIC X.
                03  HP-CUM-X               PIC X(4).
                03  HP-CUM REDEFINES HP-CUM-X
                                           PIC 9V999.
                03  FILLER                 PIC X.
                03  HP-YEAR                PIC X(4).
                03  FILLER                 PIC X(61).

      **************************************************************
      *  BATCH CONTROL FILE - READ ONLY, FOR THE NEXT BATCH NUMBER *
      *  THE PUNCHED DECK SHOULD CARRY                             *
      **************************************************************
       FD  BATCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCTL-REC.
                03  BC-LAST-BATCH          PIC 9(4).
                03  FILLER                 PIC X(76).

      **************************************************************
      *  PUNCHED HONORS DECK - DA-MAINTX FORMAT, READY FOR REVIEW  *
      *  AND SUBMISSION THROUGH LAB3MAINT                          *
      **************************************************************
       FD  HONX-FILE
           LABEL RECORDS ARE STANDARD.
       01  HONX-REC                   PIC X(80).

       FD  HNRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  HNRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *   PUNCH-CARD BUILD AREAS - LAYOUTS MUST MATCH THE          *
      *   TRANS-REC, TRANS-BATCH-HDR, AND TRANS-BATCH-TRL RECORDS  *
      *   LAB3MAINT READS FROM DA-MAINTX                           *
      **************************************************************
       01  PUNCH-TRANS.
                03  PT-CODE                PIC X         VALUE SPACE.
                03  PT-NAME                PIC X(20)     VALUE SPACES.
                03  PT-DEGREE              PIC X(4)      VALUE SPACES.
                03  PT-YEAR                PIC X(4)      VALUE SPACES.
                03  PT-NEW-NAME            PIC X(20)     VALUE SPACES.
                03  PT-STUDENT-ID          PIC X(9)      VALUE SPACES.
                03  PT-FERPA-HOLD          PIC X(1)      VALUE SPACE.
                03  PT-NEW-DEGREE          PIC X(4)      VALUE SPACES.
                03  PT-HONORS              PIC X(1)      VALUE SPACE.
                03  FILLER                 PIC X(16)     VALUE SPACES.
       01  PUNCH-BATCH-HDR.
                03  PH-CODE                PIC X         VALUE 'H'.
                03  PH-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PH-PREP-DATE           PIC 9(8)      VALUE 0.
      *        THE PUNCHING JOB STANDS IN AS THE KEYING CLERK
                03  PH-CLERK-ID            PIC X(8)
                            VALUE 'LAB3HONR'.
                03  FILLER                 PIC X(59)     VALUE SPACES.
       01  PUNCH-BATCH-TRL.
                03  PL-CODE                PIC X         VALUE 'T'.
                03  PL-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PL-TRANS-COUNT         PIC 9(5)      VALUE 0.
                03  PL-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  FILLER                 PIC X(62)     VALUE SPACES.
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE REVIEW REPORT        *
      **************************************************************
       01  HNRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(45)
                            VALUE 'LATIN HONORS REVIEW REPORT'.
       01  HNRPT-SECTION1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECT-TEXT            PIC X(45).
      **************************************************************
      *     LAYOUT FOR THE CUTOFF LINE UNDER THE HEADING            *
      **************************************************************
       01  HNRPT-CUTOFF1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(15)
                            VALUE 'CUTOFFS: SUMMA '.
                03  L-CUT-SUMMA            PIC 9.999.
                03  FILLER                 PIC X(8)
                            VALUE '  MAGNA '.
                03  L-CUT-MAGNA            PIC 9.999.
                03  FILLER                 PIC X(12)
                            VALUE '  CUM LAUDE '.
                03  L-CUT-CUM              PIC 9.999.
                03  FILLER                 PIC X(8)
                            VALUE '  CLASS '.
                03  L-CUT-YEAR             PIC X(4).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-CUT-SOURCE           PIC X(30).
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE REVIEW REPORT             *
      **************************************************************
       01  HNRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-HN-ID                PIC X(11).
                03  L-HN-NAME              PIC X(22).
                03  L-HN-DETAIL            PIC X(60).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  HNRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-P                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-GPA-STATUS          PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-HNPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-BATCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-MAST-AVAIL          PIC X         VALUE 'N'.
                03  WS-GPA-AVAIL           PIC X         VALUE 'N'.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-NEXT-BATCH          PIC 9(4)      VALUE 1.
                03  WS-HDR-WRITTEN         PIC X         VALUE 'N'.
                03  WS-PUNCH-COUNT         PIC 9(5)      VALUE 0.
                03  WS-CONSIDER-COUNT      PIC 9(5)      VALUE 0.
                03  WS-SUMMA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-MAGNA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-CUM-COUNT           PIC 9(5)      VALUE 0.
                03  WS-NONE-COUNT          PIC 9(5)      VALUE 0.
                03  WS-CLEAR-COUNT         PIC 9(5)      VALUE 0.
                03  WS-SAME-COUNT          PIC 9(5)      VALUE 0.
                03  WS-NOGPA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-BADGPA-COUNT        PIC 9(5)      VALUE 0.
                03  WS-UNKNOWN-COUNT       PIC 9(5)      VALUE 0.
                03  WS-OUTSIDE-COUNT       PIC 9(5)      VALUE 0.
      **************************************************************
      *     HONORS CUTOFFS AND CLASS SELECTION FOR THE RUN - THE    *
      *     STANDING CUTOFFS ARE THE VALUES BELOW; A VALID CARD     *
      *     REPLACES THEM. A CARD THAT FAILS ITS EDITS STOPS THE    *
      *     RUN FROM PUNCHING ANYTHING RATHER THAN AWARD HONORS     *
      *     FROM THRESHOLDS NOBODY ASKED FOR                        *
      **************************************************************
                03  WS-CUT-SUMMA           PIC 9V999     VALUE 3.900.
                03  WS-CUT-MAGNA           PIC 9V999     VALUE 3.700.
                03  WS-CUT-CUM             PIC 9V999     VALUE 3.500.
                03  WS-SEL-YEAR            PIC X(4)      VALUE SPACES.
                03  WS-PARM-OK             PIC X         VALUE 'Y'.
                03  WS-PARM-SOURCE         PIC X(30)
                            VALUE 'NO CARD - STANDING CUTOFFS'.
      **************************************************************
      *     PER-GRADUATE CLASSIFICATION FIELDS - WS-GPA-FOUND IS    *
      *     'Y' WHEN THE FEED CARRIES A NUMERIC GPA FOR THE ID,     *
      *     'B' WHEN IT CARRIES ONE THAT IS NOT NUMERIC, 'N' WHEN   *
      *     THE ID IS NOT ON THE FEED AT ALL                        *
      **************************************************************
                03  WS-IN-CLASS            PIC X         VALUE 'N'.
                03  WS-GPA-FOUND           PIC X         VALUE 'N'.
                03  WS-GPA                 PIC 9V999     VALUE 0.
                03  WS-GPA-ED              PIC 9.999.
                03  WS-NEW-HONORS          PIC X         VALUE SPACE.
                03  WS-PASS-LEVEL          PIC X         VALUE SPACE.
                03  WS-PUNCH-HONORS        PIC X         VALUE SPACE.
                03  WS-HONORS-CODE         PIC X         VALUE SPACE.
                03  WS-HONORS-DESC         PIC X(15)     VALUE SPACES.
                03  WS-ACTION-TEXT         PIC X(30)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT HNRPT-FILE.
                OPEN OUTPUT HONX-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                WRITE HNRPT-REC FROM HNRPT-HEADING1
                      AFTER ADVANCING PAGE.
                PERFORM 1000-READ-PARM-CARD.
                PERFORM 1100-READ-BATCH-CONTROL.
                PERFORM 1200-PRINT-CUTOFFS.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-MAST-AVAIL
                END-IF.
                OPEN INPUT GPA-FILE.
                IF WS-GPA-STATUS = '00'
                    MOVE 'Y'                 TO  WS-GPA-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                EVALUATE TRUE
                    WHEN WS-PARM-OK NOT = 'Y'
                        MOVE 'PARAMETER CARD INVALID - NO HONORS RUN'
                            TO  L-SECT-TEXT
                        WRITE HNRPT-REC FROM HNRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN WS-MAST-AVAIL NOT = 'Y'
                        MOVE 'GRADMAST NOT ON FILE - NO HONORS RUN'
                            TO  L-SECT-TEXT
                        WRITE HNRPT-REC FROM HNRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN WS-GPA-AVAIL NOT = 'Y'
                        MOVE 'DA-GPA NOT ON FILE - NO HONORS RUN'
                            TO  L-SECT-TEXT
                        WRITE HNRPT-REC FROM HNRPT-SECTION1
                              AFTER ADVANCING 2 LINES
      *            ONLY A DA-AWARD NEVER CREATED MEANS NO FURTHER
      *            AWARDS - ANY OTHER FAILURE WOULD LEAVE OUT THE
      *            CLASS MEMBERS WHOSE CLASS-YEAR AWARD IS ON IT
                    WHEN WS-AWARD-AVAIL NOT = 'Y'
                            AND WS-AWARD-STATUS NOT = '35'
                        MOVE 'DA-AWARD WILL NOT OPEN - NO HONORS RUN'
                            TO  L-SECT-TEXT
                        WRITE HNRPT-REC FROM HNRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN OTHER
                        PERFORM 2000-LIST-HONORS
                        PERFORM 3000-LIST-NO-GPA
                        PERFORM 4000-LIST-UNKNOWN-IDS
                END-EVALUATE.
                IF WS-HDR-WRITTEN = 'Y'
                    PERFORM 4500-PUNCH-TRAILER
                END-IF.
                PERFORM 5000-PRINT-COUNTS.
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                IF WS-GPA-AVAIL = 'Y'
                    CLOSE GPA-FILE
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                CLOSE HONX-FILE
                      HNRPT-FILE.
                STOP RUN.

      **************************************************************
      *   READS THE OPTIONAL CUTOFF CARD - A MISSING FILE OR BLANK *
      *   CARD KEEPS THE STANDING CUTOFFS. A SUPPLIED CARD MUST    *
      *   CARRY ALL THREE CUTOFFS, NUMERIC, IN DESCENDING ORDER,   *
      *   AND ANY CLASS YEAR MUST BE NUMERIC                       *
      **************************************************************

       1000-READ-PARM-CARD.
                OPEN INPUT HNPRM-FILE.
                IF WS-HNPRM-STATUS = '00'
                    READ HNPRM-FILE
                        AT END MOVE 1 TO EOF-P
                    END-READ
                    IF EOF-P NOT = 1 AND HNPRM-REC NOT = SPACES
                        PERFORM 1050-EDIT-PARM-CARD
                    END-IF
                    CLOSE HNPRM-FILE
                END-IF.

       1050-EDIT-PARM-CARD.
                MOVE 'CUTOFFS FROM DA-HNPRM'   TO  WS-PARM-SOURCE.
                IF HP-SUMMA-X NOT NUMERIC
                        OR HP-MAGNA-X NOT NUMERIC
                        OR HP-CUM-X NOT NUMERIC
                    MOVE 'N'                 TO  WS-PARM-OK
                    MOVE 'CUTOFF NOT NUMERIC'   TO  WS-PARM-SOURCE
                ELSE
                    IF HP-SUMMA < HP-MAGNA OR HP-MAGNA < HP-CUM
                            OR HP-CUM = 0
                        MOVE 'N'             TO  WS-PARM-OK
                        MOVE 'CUTOFFS OUT OF ORDER'
                            TO  WS-PARM-SOURCE
                    ELSE
                        MOVE HP-SUMMA        TO  WS-CUT-SUMMA
                        MOVE HP-MAGNA        TO  WS-CUT-MAGNA
                        MOVE HP-CUM          TO  WS-CUT-CUM
                    END-IF
                END-IF.
                IF WS-PARM-OK = 'Y' AND HP-YEAR NOT = SPACES
                    IF HP-YEAR NOT NUMERIC
                        MOVE 'N'             TO  WS-PARM-OK
                        MOVE 'CLASS YEAR NOT NUMERIC'
                            TO  WS-PARM-SOURCE
                    ELSE
                        MOVE HP-YEAR         TO  WS-SEL-YEAR
                    END-IF
                END-IF.

      **************************************************************
      *   THE PUNCHED DECK CARRIES THE NEXT BATCH NUMBER AFTER     *
      *   THE HIGHEST EVER APPLIED, SO LAB3MAINT WILL TAKE IT      *
      *   WITHOUT A SEQUENCE REJECT                                *
      **************************************************************

       1100-READ-BATCH-CONTROL.
                MOVE 1                      TO  WS-NEXT-BATCH.
                OPEN INPUT BATCTL-FILE.
                IF WS-BATCTL-STATUS = '00'
                    READ BATCTL-FILE
                    IF WS-BATCTL-STATUS = '00'
                            AND BC-LAST-BATCH NUMERIC
                        COMPUTE WS-NEXT-BATCH = BC-LAST-BATCH + 1
                    END-IF
                    CLOSE BATCTL-FILE
                END-IF.

       1200-PRINT-CUTOFFS.
                MOVE WS-CUT-SUMMA           TO  L-CUT-SUMMA.
                MOVE WS-CUT-MAGNA           TO  L-CUT-MAGNA.
                MOVE WS-CUT-CUM             TO  L-CUT-CUM.
                IF WS-SEL-YEAR = SPACES
                    MOVE 'ALL'               TO  L-CUT-YEAR
                ELSE
                    MOVE WS-SEL-YEAR         TO  L-CUT-YEAR
                END-IF.
                MOVE WS-PARM-SOURCE         TO  L-CUT-SOURCE.
                WRITE HNRPT-REC FROM HNRPT-CUTOFF1
                      AFTER ADVANCING 2 LINES.

      **************************************************************
      *   SECTION 1 - HONORS AWARDED, ONE SUB-LIST PER LEVEL, THEN *
      *   THE GRADUATES WHOSE GPA NOW FALLS BELOW EVERY CUTOFF AND *
      *   WHOSE STANDING DESIGNATION IS BEING CLEARED. THE MASTER  *
      *   IS WALKED ONCE PER LEVEL SO EACH LIST PRINTS TOGETHER    *
      **************************************************************

       2000-LIST-HONORS.
                MOVE 'HONORS AWARDED BY LEVEL'  TO  L-SECT-TEXT.
                WRITE HNRPT-REC FROM HNRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE 'S'                    TO  WS-PASS-LEVEL.
                PERFORM 2050-LIST-ONE-LEVEL.
                MOVE 'M'                    TO  WS-PASS-LEVEL.
                PERFORM 2050-LIST-ONE-LEVEL.
                MOVE 'C'                    TO  WS-PASS-LEVEL.
                PERFORM 2050-LIST-ONE-LEVEL.
                MOVE 'N'                    TO  WS-PASS-LEVEL.
                PERFORM 2050-LIST-ONE-LEVEL.

       2050-LIST-ONE-LEVEL.
                IF WS-PASS-LEVEL = 'N'
                    MOVE 'BELOW CUTOFF - HONORS CLEARED'
                        TO  L-SECT-TEXT
                ELSE
                    MOVE WS-PASS-LEVEL       TO  WS-HONORS-CODE
                    PERFORM 8000-SET-HONORS-TEXT
                    MOVE WS-HONORS-DESC      TO  L-SECT-TEXT
                END-IF.
                WRITE HNRPT-REC FROM HNRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE LOW-VALUES              TO  MAST-STUDENT-ID.
                START GRADMAST
                    KEY IS NOT LESS THAN MAST-STUDENT-ID.
                PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        PERFORM 2100-CHECK-ONE-MASTER
                    END-IF
                END-PERFORM.

       2100-CHECK-ONE-MASTER.
                PERFORM 2200-CLASSIFY-MASTER.
                IF WS-IN-CLASS = 'Y' AND WS-GPA-FOUND = 'Y'
                    IF WS-PASS-LEVEL = 'N'
                        IF WS-NEW-HONORS = SPACE
                                AND MAST-HONORS NOT = SPACE
                            ADD 1            TO  WS-CLEAR-COUNT
                            MOVE 'N'         TO  WS-PUNCH-HONORS
                            PERFORM 2500-PUNCH-HONORS
                            MOVE 'CLEARED - PUNCHED' TO WS-ACTION-TEXT
                            PERFORM 2300-PRINT-HONORS-LINE
                        END-IF
                    ELSE
                        IF WS-NEW-HONORS = WS-PASS-LEVEL
                            PERFORM 2150-AWARD-ONE-GRAD
                        END-IF
                    END-IF
                END-IF.

       2150-AWARD-ONE-GRAD.
                EVALUATE WS-NEW-HONORS
                    WHEN 'S'
                        ADD 1                TO  WS-SUMMA-COUNT
                    WHEN 'M'
                        ADD 1                TO  WS-MAGNA-COUNT
                    WHEN 'C'
                        ADD 1                TO  WS-CUM-COUNT
                END-EVALUATE.
                IF MAST-HONORS = WS-NEW-HONORS
                    ADD 1                    TO  WS-SAME-COUNT
                    MOVE 'ALREADY ON MASTER' TO  WS-ACTION-TEXT
                ELSE
                    MOVE WS-NEW-HONORS       TO  WS-PUNCH-HONORS
                    PERFORM 2500-PUNCH-HONORS
                    IF MAST-HONORS = SPACE
                        MOVE 'PUNCHED'       TO  WS-ACTION-TEXT
                    ELSE
                        MOVE MAST-HONORS     TO  WS-HONORS-CODE
                        PERFORM 8000-SET-HONORS-TEXT
                        MOVE SPACES          TO  WS-ACTION-TEXT
                        STRING 'WAS ' DELIMITED BY SIZE
                            WS-HONORS-DESC   DELIMITED BY '  '
                            ' - PUNCHED'     DELIMITED BY SIZE
                            INTO WS-ACTION-TEXT
                    END-IF
                END-IF.
                PERFORM 2300-PRINT-HONORS-LINE.

      **************************************************************
      *   DECIDES WHETHER THE GRADUATE IS IN THE CLASS THE CARD    *
      *   ASKED FOR, LOOKS THE ID UP ON THE GPA FEED, AND WORKS    *
      *   OUT THE HONORS LEVEL THE GPA EARNS AGAINST THE CUTOFFS   *
      **************************************************************

       2200-CLASSIFY-MASTER.
                PERFORM 2250-CHECK-CLASS.
                MOVE 'N'                    TO  WS-GPA-FOUND.
                MOVE SPACE                  TO  WS-NEW-HONORS.
                MOVE 0                      TO  WS-GPA.
                IF WS-IN-CLASS = 'Y'
                    MOVE MAST-STUDENT-ID     TO  GP-STUDENT-ID
                    READ GPA-FILE
                    IF WS-GPA-STATUS = '00'
                        IF GP-GPA-X NUMERIC
                            MOVE 'Y'         TO  WS-GPA-FOUND
                            MOVE GP-GPA      TO  WS-GPA
                        ELSE
                            MOVE 'B'         TO  WS-GPA-FOUND
                        END-IF
                    END-IF
                END-IF.
                IF WS-GPA-FOUND = 'Y'
                    EVALUATE TRUE
                        WHEN WS-GPA NOT < WS-CUT-SUMMA
                            MOVE 'S'         TO  WS-NEW-HONORS
                        WHEN WS-GPA NOT < WS-CUT-MAGNA
                            MOVE 'M'         TO  WS-NEW-HONORS
                        WHEN WS-GPA NOT < WS-CUT-CUM
                            MOVE 'C'         TO  WS-NEW-HONORS
                        WHEN OTHER
                            MOVE SPACE       TO  WS-NEW-HONORS
                    END-EVALUATE
                END-IF.

      **************************************************************
      *   A GRADUATE IS IN THE CLASS WHEN NO CLASS YEAR WAS ASKED  *
      *   FOR, OR WHEN THE PRIMARY AWARD OR ANY ADDITIONAL AWARD   *
      *   ON DA-AWARD CARRIES THE CLASS YEAR                       *
      **************************************************************

       2250-CHECK-CLASS.
                MOVE 'N'                    TO  WS-IN-CLASS.
                IF WS-SEL-YEAR = SPACES OR MAST-YEAR = WS-SEL-YEAR
                    MOVE 'Y'                 TO  WS-IN-CLASS
                END-IF.
                IF WS-IN-CLASS NOT = 'Y' AND WS-AWARD-AVAIL = 'Y'
                    MOVE MAST-STUDENT-ID     TO  AW-STUDENT-ID
                    MOVE LOW-VALUES          TO  AW-DEGREE
                    START AWARD-FILE
                        KEY IS NOT LESS THAN AW-KEY
                    PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                            OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                            OR WS-IN-CLASS = 'Y'
                        READ AWARD-FILE NEXT RECORD
                        IF WS-AWARD-STATUS = '00'
                                AND AW-STUDENT-ID = MAST-STUDENT-ID
                                AND AW-YEAR = WS-SEL-YEAR
                            MOVE 'Y'         TO  WS-IN-CLASS
                        END-IF
                    END-PERFORM
                END-IF.

       2300-PRINT-HONORS-LINE.
                MOVE WS-GPA                 TO  WS-GPA-ED.
                MOVE SPACES                 TO  HNRPT-DATA1.
                MOVE MAST-STUDENT-ID        TO  L-HN-ID.
                MOVE MAST-NAME              TO  L-HN-NAME.
                STRING MAST-DEGREE          DELIMITED BY SIZE
                    ' '                      DELIMITED BY SIZE
                    MAST-YEAR                DELIMITED BY SIZE
                    '  GPA '                 DELIMITED BY SIZE
                    WS-GPA-ED                DELIMITED BY SIZE
                    '  '                     DELIMITED BY SIZE
                    WS-ACTION-TEXT           DELIMITED BY SIZE
                    INTO L-HN-DETAIL.
                WRITE HNRPT-REC FROM HNRPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   PUNCHES ONE HONORS-ONLY 'C' CARD - THE HEADER GOES OUT   *
      *   WITH THE FIRST ONE, SO A RUN WITH NO CHANGES PUNCHES NO  *
      *   DECK AT ALL                                              *
      **************************************************************

       2500-PUNCH-HONORS.
                IF WS-HDR-WRITTEN NOT = 'Y'
                    MOVE WS-NEXT-BATCH       TO  PH-BATCH-NO
                    MOVE WS-RUN-DATE         TO  PH-PREP-DATE
                    WRITE HONX-REC FROM PUNCH-BATCH-HDR
                    MOVE 'Y'                 TO  WS-HDR-WRITTEN
                END-IF.
                MOVE SPACES                 TO  PUNCH-TRANS.
                MOVE 'C'                    TO  PT-CODE.
                MOVE MAST-NAME              TO  PT-NAME.
                MOVE MAST-STUDENT-ID        TO  PT-STUDENT-ID.
                MOVE WS-PUNCH-HONORS        TO  PT-HONORS.
                WRITE HONX-REC FROM PUNCH-TRANS.
                ADD 1                       TO  WS-PUNCH-COUNT.

      **************************************************************
      *   SECTION 2 - GRADUATES IN THE CLASS WITH NO USABLE GPA ON *
      *   THE FEED. THEIR HONORS ARE LEFT AS THEY STAND            *
      **************************************************************

       3000-LIST-NO-GPA.
                MOVE 'ON GRADMAST, NO GPA ON FEED' TO L-SECT-TEXT.
                WRITE HNRPT-REC FROM HNRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE LOW-VALUES              TO  MAST-STUDENT-ID.
                START GRADMAST
                    KEY IS NOT LESS THAN MAST-STUDENT-ID.
                PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        PERFORM 3100-CHECK-ONE-NO-GPA
                    END-IF
                END-PERFORM.

       3100-CHECK-ONE-NO-GPA.
                PERFORM 2200-CLASSIFY-MASTER.
                IF WS-IN-CLASS = 'Y'
                    ADD 1                    TO  WS-CONSIDER-COUNT
                END-IF.
                IF WS-IN-CLASS = 'Y' AND WS-GPA-FOUND = 'Y'
                        AND WS-NEW-HONORS = SPACE
                    ADD 1                    TO  WS-NONE-COUNT
                END-IF.
                IF WS-IN-CLASS = 'Y' AND WS-GPA-FOUND NOT = 'Y'
                    MOVE SPACES              TO  HNRPT-DATA1
                    MOVE MAST-STUDENT-ID     TO  L-HN-ID
                    MOVE MAST-NAME           TO  L-HN-NAME
                    IF WS-GPA-FOUND = 'B'
                        ADD 1                TO  WS-BADGPA-COUNT
                        STRING MAST-DEGREE   DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            MAST-YEAR        DELIMITED BY SIZE
                            '  GPA ON FEED NOT NUMERIC'
                                             DELIMITED BY SIZE
                            INTO L-HN-DETAIL
                    ELSE
                        ADD 1                TO  WS-NOGPA-COUNT
                        STRING MAST-DEGREE   DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            MAST-YEAR        DELIMITED BY SIZE
                            INTO L-HN-DETAIL
                    END-IF
                    WRITE HNRPT-REC FROM HNRPT-DATA1
                          AFTER ADVANCING 1 LINE
                END-IF.

      **************************************************************
      *   SECTION 3 - GPAS ON THE FEED FOR STUDENT IDS GRADMAST    *
      *   DOES NOT CARRY. AN ID WE CARRY IN ANOTHER CLASS IS ONLY  *
      *   COUNTED                                                  *
      **************************************************************

       4000-LIST-UNKNOWN-IDS.
                MOVE 'GPA ON FEED, ID NOT ON GRADMAST' TO L-SECT-TEXT.
                WRITE HNRPT-REC FROM HNRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE LOW-VALUES              TO  GP-STUDENT-ID.
                START GPA-FILE
                    KEY IS NOT LESS THAN GP-STUDENT-ID.
                PERFORM UNTIL WS-GPA-STATUS NOT = '00'
                    READ GPA-FILE NEXT RECORD
                    IF WS-GPA-STATUS = '00'
                        PERFORM 4100-CHECK-ONE-GPA
                    END-IF
                END-PERFORM.

       4100-CHECK-ONE-GPA.
                MOVE GP-STUDENT-ID          TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS = '00'
                    PERFORM 2250-CHECK-CLASS
                    IF WS-IN-CLASS NOT = 'Y'
                        ADD 1                TO  WS-OUTSIDE-COUNT
                    END-IF
                ELSE
                    ADD 1                    TO  WS-UNKNOWN-COUNT
                    MOVE SPACES              TO  HNRPT-DATA1
                    MOVE GP-STUDENT-ID       TO  L-HN-ID
                    MOVE 'NOT ON FILE'       TO  L-HN-NAME
                    STRING 'GPA ON FEED '    DELIMITED BY SIZE
                        GP-GPA-X             DELIMITED BY SIZE
                        INTO L-HN-DETAIL
                    WRITE HNRPT-REC FROM HNRPT-DATA1
                          AFTER ADVANCING 1 LINE
                END-IF.

       4500-PUNCH-TRAILER.
      *        HONORS CARDS CARRY NO YEAR, SO THE YEAR HASH LAB3MAINT
      *        VERIFIES IS ZERO
                MOVE WS-NEXT-BATCH          TO  PL-BATCH-NO.
                MOVE WS-PUNCH-COUNT         TO  PL-TRANS-COUNT.
                MOVE 0                      TO  PL-YEAR-HASH.
                WRITE HONX-REC FROM PUNCH-BATCH-TRL.

      **************************************************************
      *   PRINTS THE CONTROL COUNTS FOR THE RUN                     *
      **************************************************************

       5000-PRINT-COUNTS.
                MOVE SPACES TO HNRPT-REC.
                WRITE HNRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'GRADUATES CONSIDERED:' TO L-MSG-TEXT.
                MOVE WS-CONSIDER-COUNT      TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SUMMA CUM LAUDE:'     TO  L-MSG-TEXT.
                MOVE WS-SUMMA-COUNT         TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'MAGNA CUM LAUDE:'     TO  L-MSG-TEXT.
                MOVE WS-MAGNA-COUNT         TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'CUM LAUDE:'           TO  L-MSG-TEXT.
                MOVE WS-CUM-COUNT           TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'BELOW EVERY CUTOFF:'  TO  L-MSG-TEXT.
                MOVE WS-NONE-COUNT          TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'HONORS ALREADY ON MASTER:' TO L-MSG-TEXT.
                MOVE WS-SAME-COUNT          TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'HONORS TO BE CLEARED:' TO L-MSG-TEXT.
                MOVE WS-CLEAR-COUNT         TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'NO GPA ON FEED:'      TO  L-MSG-TEXT.
                MOVE WS-NOGPA-COUNT         TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'GPA ON FEED NOT NUMERIC:' TO L-MSG-TEXT.
                MOVE WS-BADGPA-COUNT        TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FEED IDS NOT ON GRADMAST:' TO L-MSG-TEXT.
                MOVE WS-UNKNOWN-COUNT       TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'FEED IDS OUTSIDE THE CLASS:' TO L-MSG-TEXT.
                MOVE WS-OUTSIDE-COUNT       TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'HONORS TRANSACTIONS PUNCHED:' TO L-MSG-TEXT.
                MOVE WS-PUNCH-COUNT         TO  L-MSG-COUNT.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-HDR-WRITTEN = 'Y'
                    MOVE 'DECK PUNCHED AS BATCH:' TO L-MSG-TEXT
                    MOVE WS-NEXT-BATCH       TO  L-MSG-COUNT
                ELSE
                    MOVE 'NO DECK PUNCHED - NO CHANGES'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                END-IF.
                WRITE HNRPT-REC FROM HNRPT-MSG1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   SPELLS OUT AN HONORS CODE (WS-HONORS-CODE)                *
      **************************************************************

       8000-SET-HONORS-TEXT.
                EVALUATE WS-HONORS-CODE
                    WHEN 'S'
                        MOVE 'SUMMA CUM LAUDE' TO WS-HONORS-DESC
                    WHEN 'M'
                        MOVE 'MAGNA CUM LAUDE' TO WS-HONORS-DESC
                    WHEN 'C'
                        MOVE 'CUM LAUDE'     TO  WS-HONORS-DESC
                    WHEN OTHER
                        MOVE SPACES          TO  WS-HONORS-DESC
                END-EVALUATE.
