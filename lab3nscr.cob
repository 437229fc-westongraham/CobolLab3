
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3NSCR.
       AUTHOR. Weston Graham.
      *  NATIONAL STUDENT CLEARINGHOUSE RETURN-FILE PROCESSING. FOR
      *  EVERY SUBMISSION LAB3NSCS SENDS, THE CLEARINGHOUSE RETURNS
      *  DA-NSCRT - ITS OWN 'H' HEADER, EACH DETAIL WE SENT ECHOED
      *  BACK WITH A RESULT ('A' ACCEPTED, 'R' REJECTED), AN ERROR
      *  CODE AND, WHERE IT HOLDS ONE FROM OUR ENROLLMENT REPORTING,
      *  THE VALUE IT EXPECTED, AND A 'T' TRAILER WITH ITS COUNTS.
      *  THIS PROGRAM LISTS EVERY REJECTED RECORD WITH THE REASON.
      *  A REJECTED AWARD IS DROPPED FROM DA-NSCSN SO THE NEXT
      *  SUBMISSION SENDS IT AGAIN. WHERE THE ERROR IS ONE WE CAN FIX
      *  FROM THE RETURNED VALUE - A NAME OR AWARD YEAR THAT DIFFERS
      *  FROM ENROLLMENT DATA - A CORRECTION IS PUNCHED TO DA-NSCFX
      *  IN DA-MAINTX FORMAT (WITH THE 'H' HEADER AND 'T' TRAILER
      *  LAB3MAINT DEMANDS): A 'C' CARRYING THE NEW NAME, OR AN 'M'
      *  CARRYING THE NEW YEAR, SO THE FIX REACHES GRADMAST THROUGH
      *  THE NORMAL EDITED, JOURNALED MAINTENANCE PATH AFTER REVIEW.
      *  EVERYTHING ELSE IS LISTED TO BE FIXED BY HAND.
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
            SELECT NSENT-FILE   ASSIGN TO 'DA-NSCSN'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS SN-KEY
                                 FILE STATUS IS WS-NSENT-STATUS.
            SELECT NSRET-FILE   ASSIGN TO 'DA-NSCRT'
                                 FILE STATUS IS WS-NSRET-STATUS.
            SELECT BATCTL-FILE  ASSIGN TO 'DA-BATCTL'
                                 FILE STATUS IS WS-BATCTL-STATUS.
            SELECT NSCFX-FILE   ASSIGN TO 'DA-NSCFX'.
            SELECT NRRPT-FILE   ASSIGN TO 'UR-NRRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT.       *
      *  READ ONLY - CORRECTIONS REACH THE MASTER THROUGH LAB3MAINT *
      **************************************************************
       FD  GRADMAST.
       01  GRADUATE-MASTER-REC.
                03  MAST-NAME              PIC X(20).
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(43).

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
      *  AWARDS SENT TO THE CLEARINGHOUSE - SAME DEFINITION AS     *
      *  LAB3NSCS                                                  *
      **************************************************************
       FD  NSENT-FILE.
       01  NSENT-REC.
                03  SN-KEY.
                    05  SN-STUDENT-ID      PIC X(9).
                    05  SN-DEGREE          PIC X(4).
                03  FILLER                 PIC X(107).

      **************************************************************
      *  THE CLEARINGHOUSE RETURN FILE - 150 BYTES. A DETAIL IS    *
      *  THE LAB3NSCS DETAIL AS SENT, FOLLOWED BY THE RESULT       *
      **************************************************************
       FD  NSRET-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSRET-REC.
                03  RD-REC-TYPE            PIC X.
                03  RD-ACTION              PIC X.
                03  RD-STUDENT-ID          PIC X(9).
                03  RD-NAME                PIC X(20).
                03  RD-DEGREE-CODE         PIC X(4).
                03  RD-DEGREE-TITLE        PIC X(30).
                03  RD-AWARD-LEVEL         PIC X.
                03  RD-AWARD-YEAR          PIC X(4).
                03  RD-MAJOR               PIC X(20).
                03  RD-HONORS              PIC X.
                03  RD-FERPA-BLOCK         PIC X.
                03  RD-RESULT              PIC X.
                03  RD-ERROR-CODE          PIC X(3).
                03  RD-EXPECTED            PIC X(20).
                03  RD-EXPECTED-YEAR REDEFINES RD-EXPECTED.
                    05  RD-EXPECTED-YR     PIC X(4).
                    05  FILLER             PIC X(16).
                03  FILLER                 PIC X(34).
       01  NSRET-HEADER.
                03  RH-REC-TYPE            PIC X.
                03  RH-SCHOOL-CODE         PIC X(8).
                03  RH-FILE-TYPE           PIC X(2).
                03  RH-SUBMIT-NO           PIC 9(6).
                03  RH-PROCESS-DATE        PIC 9(8).
                03  FILLER                 PIC X(125).
       01  NSRET-TRAILER.
                03  RT-REC-TYPE            PIC X.
                03  RT-SCHOOL-CODE         PIC X(8).
                03  RT-SUBMIT-NO           PIC 9(6).
                03  RT-RECEIVED-COUNT      PIC 9(7).
                03  RT-ACCEPTED-COUNT      PIC 9(7).
                03  RT-REJECTED-COUNT      PIC 9(7).
                03  FILLER                 PIC X(114).

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
      *  PUNCHED CORRECTION DECK - DA-MAINTX FORMAT, READY FOR     *
      *  REVIEW AND SUBMISSION THROUGH LAB3MAINT                   *
      **************************************************************
       FD  NSCFX-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSCFX-REC                  PIC X(80).

       FD  NRRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  NRRPT-REC                  PIC X(125).
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
                03  FILLER                 PIC X(17)     VALUE SPACES.
       01  PUNCH-BATCH-HDR.
                03  PH-CODE                PIC X         VALUE 'H'.
                03  PH-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PH-PREP-DATE           PIC 9(8)      VALUE 0.
      *        THE PUNCHING JOB STANDS IN AS THE KEYING CLERK
                03  PH-CLERK-ID            PIC X(8)
                            VALUE 'LAB3NSCR'.
                03  FILLER                 PIC X(59)     VALUE SPACES.
       01  PUNCH-BATCH-TRL.
                03  PL-CODE                PIC X         VALUE 'T'.
                03  PL-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PL-TRANS-COUNT         PIC 9(5)      VALUE 0.
                03  PL-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  FILLER                 PIC X(62)     VALUE SPACES.
      **************************************************************
      *   CLEARINGHOUSE ERROR CODES - THE CODE, HOW WE FIX IT      *
      *   ('N' = PUNCH THE EXPECTED NAME, 'Y' = PUNCH THE EXPECTED *
      *   YEAR, SPACE = BY HAND), AND WHAT IT MEANS                *
      **************************************************************
       01  NSC-ERROR-LOAD.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E01'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'STUDENT ID MISSING OR INVALID'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E02'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'NAME MISSING OR INVALID'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E03'.
                    05  FILLER             PIC X(1)  VALUE 'N'.
                    05  FILLER             PIC X(36)
                            VALUE 'NAME DIFFERS FROM ENROLLMENT DATA'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E04'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'AWARD YEAR MISSING OR INVALID'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E05'.
                    05  FILLER             PIC X(1)  VALUE 'Y'.
                    05  FILLER             PIC X(36)
                            VALUE 'AWARD YEAR DIFFERS FROM ENROLLMENT'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E06'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'DEGREE TITLE MISSING'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E07'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'AWARD LEVEL NOT RECOGNIZED'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E08'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'DUPLICATE DEGREE RECORD'.
                03  FILLER.
                    05  FILLER             PIC X(3)  VALUE 'E09'.
                    05  FILLER             PIC X(1)  VALUE SPACE.
                    05  FILLER             PIC X(36)
                            VALUE 'CHANGE OR DELETE FOR UNKNOWN RECORD'.
       01  NSC-ERROR-TABLE REDEFINES NSC-ERROR-LOAD.
                03  ERR-ENTRY OCCURS 9 TIMES.
                    05  ER-CODE            PIC X(3).
                    05  ER-FIX             PIC X(1).
                    05  ER-TEXT            PIC X(36).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE RETURN REPORT        *
      **************************************************************
       01  NRRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(45)
                            VALUE 'CLEARINGHOUSE RETURN FILE REPORT'.
       01  NRRPT-SECTION1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECT-TEXT            PIC X(45).
      **************************************************************
      *     LAYOUT FOR THE RETURN LINE UNDER THE HEADING            *
      **************************************************************
       01  NRRPT-RETURN1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(22)
                            VALUE 'RETURN FOR SUBMISSION '.
                03  L-RT-SUBMIT            PIC 9(6).
                03  FILLER                 PIC X(9)
                            VALUE '  SCHOOL '.
                03  L-RT-SCHOOL            PIC X(8).
                03  FILLER                 PIC X(12)
                            VALUE '  PROCESSED '.
                03  L-RT-DATE              PIC 9(8).
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE RETURN REPORT             *
      **************************************************************
       01  NRRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-NR-ID                PIC X(11).
                03  L-NR-NAME              PIC X(22).
                03  L-NR-DEGREE            PIC X(6).
                03  L-NR-DETAIL            PIC X(60).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  NRRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-R                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-NSENT-STATUS        PIC XX        VALUE SPACES.
                03  WS-NSRET-STATUS        PIC XX        VALUE SPACES.
                03  WS-BATCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-MAST-AVAIL          PIC X         VALUE 'N'.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-NSENT-AVAIL         PIC X         VALUE 'N'.
                03  WS-NSRET-AVAIL         PIC X         VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-NEXT-BATCH          PIC 9(4)      VALUE 1.
                03  WS-HDR-WRITTEN         PIC X         VALUE 'N'.
                03  WS-PUNCH-COUNT         PIC 9(5)      VALUE 0.
                03  WS-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  WS-YEAR-N              PIC 9(4)      VALUE 0.
                03  WS-RETURN-COUNT        PIC 9(5)      VALUE 0.
                03  WS-ACCEPT-COUNT        PIC 9(5)      VALUE 0.
                03  WS-REJECT-COUNT        PIC 9(5)      VALUE 0.
                03  WS-NAME-PUNCH-COUNT    PIC 9(5)      VALUE 0.
                03  WS-YEAR-PUNCH-COUNT    PIC 9(5)      VALUE 0.
                03  WS-HAND-COUNT          PIC 9(5)      VALUE 0.
                03  WS-FORGET-COUNT        PIC 9(5)      VALUE 0.
                03  WS-TRL-SEEN            PIC X         VALUE 'N'.
                03  WS-TRL-RECEIVED        PIC 9(7)      VALUE 0.
                03  WS-TRL-REJECTED        PIC 9(7)      VALUE 0.
      **************************************************************
      *     PER-REJECT FIELDS - WS-ERR-FIX AND WS-ERR-TEXT COME     *
      *     FROM THE ERROR TABLE, WS-OUTCOME SAYS WHAT WAS DONE     *
      **************************************************************
                03  WS-ERR-IDX             PIC 9(2)      VALUE 0.
                03  WS-ERR-FIX             PIC X         VALUE SPACE.
                03  WS-ERR-TEXT            PIC X(36)     VALUE SPACES.
                03  WS-CURR-YEAR           PIC X(4)      VALUE SPACES.
                03  WS-AWARD-FOUND         PIC X         VALUE 'N'.
                03  WS-OUTCOME             PIC X(60)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT NRRPT-FILE.
                OPEN OUTPUT NSCFX-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                WRITE NRRPT-REC FROM NRRPT-HEADING1
                      AFTER ADVANCING PAGE.
                PERFORM 1100-READ-BATCH-CONTROL.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-MAST-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN I-O NSENT-FILE.
                IF WS-NSENT-STATUS = '00'
                    MOVE 'Y'                 TO  WS-NSENT-AVAIL
                END-IF.
                OPEN INPUT NSRET-FILE.
                IF WS-NSRET-STATUS = '00'
                    MOVE 'Y'                 TO  WS-NSRET-AVAIL
                END-IF.
                EVALUATE TRUE
                    WHEN WS-NSRET-AVAIL NOT = 'Y'
                        MOVE 'DA-NSCRT NOT ON FILE - NOTHING PROCESSED'
                            TO  L-SECT-TEXT
                        WRITE NRRPT-REC FROM NRRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN WS-MAST-AVAIL NOT = 'Y'
                        MOVE 'GRADMAST NOT ON FILE - NOTHING PROCESSED'
                            TO  L-SECT-TEXT
                        WRITE NRRPT-REC FROM NRRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN OTHER
                        MOVE 'RECORDS REJECTED BY THE CLEARINGHOUSE'
                            TO  L-SECT-TEXT
                        WRITE NRRPT-REC FROM NRRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                        PERFORM 2000-READ-RETURN
                            UNTIL EOF-R = 1
                END-EVALUATE.
                IF WS-HDR-WRITTEN = 'Y'
                    PERFORM 4000-PUNCH-TRAILER
                END-IF.
                PERFORM 5000-PRINT-COUNTS.
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                IF WS-NSENT-AVAIL = 'Y'
                    CLOSE NSENT-FILE
                END-IF.
                IF WS-NSRET-AVAIL = 'Y'
                    CLOSE NSRET-FILE
                END-IF.
                CLOSE NSCFX-FILE
                      NRRPT-FILE.
                STOP RUN.

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

      **************************************************************
      *   ONE RECORD OF THE RETURN FILE - THE HEADER IS PRINTED,   *
      *   THE TRAILER COUNTS KEPT FOR THE CLOSING CHECK, AND EACH  *
      *   DETAIL COUNTED AND, WHEN REJECTED, WORKED                *
      **************************************************************

       2000-READ-RETURN.
                READ NSRET-FILE
                    AT END MOVE 1 TO EOF-R
                END-READ.
                IF EOF-R NOT = 1
                    EVALUATE RD-REC-TYPE
                        WHEN 'H'
                            MOVE RH-SUBMIT-NO    TO  L-RT-SUBMIT
                            MOVE RH-SCHOOL-CODE  TO  L-RT-SCHOOL
                            MOVE RH-PROCESS-DATE TO  L-RT-DATE
                            WRITE NRRPT-REC FROM NRRPT-RETURN1
                                  AFTER ADVANCING 1 LINE
                        WHEN 'T'
                            MOVE 'Y'             TO  WS-TRL-SEEN
                            MOVE RT-RECEIVED-COUNT
                                TO  WS-TRL-RECEIVED
                            MOVE RT-REJECTED-COUNT
                                TO  WS-TRL-REJECTED
                        WHEN 'D'
                            ADD 1                TO  WS-RETURN-COUNT
                            IF RD-RESULT = 'R'
                                ADD 1            TO  WS-REJECT-COUNT
                                PERFORM 2100-WORK-REJECT
                            ELSE
                                ADD 1            TO  WS-ACCEPT-COUNT
                            END-IF
                    END-EVALUATE
                END-IF.

      *        THE REJECT PRINTS ON TWO LINES - THE CODE AND ITS
      *        MEANING, THEN WHAT THIS RUN DID ABOUT IT
       2100-WORK-REJECT.
                MOVE SPACE                  TO  WS-ERR-FIX.
                MOVE 'UNKNOWN ERROR CODE'   TO  WS-ERR-TEXT.
                PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                        UNTIL WS-ERR-IDX > 9
                    IF ER-CODE (WS-ERR-IDX) = RD-ERROR-CODE
                        MOVE ER-FIX (WS-ERR-IDX) TO  WS-ERR-FIX
                        MOVE ER-TEXT (WS-ERR-IDX) TO WS-ERR-TEXT
                        MOVE 9               TO  WS-ERR-IDX
                    END-IF
                END-PERFORM.
                MOVE SPACES                 TO  NRRPT-DATA1.
                MOVE RD-STUDENT-ID          TO  L-NR-ID.
                MOVE RD-NAME                TO  L-NR-NAME.
                MOVE RD-DEGREE-CODE         TO  L-NR-DEGREE.
                STRING RD-ACTION DELIMITED BY SIZE
                    ' '                  DELIMITED BY SIZE
                    RD-ERROR-CODE        DELIMITED BY SIZE
                    ' '                  DELIMITED BY SIZE
                    WS-ERR-TEXT          DELIMITED BY SIZE
                    INTO L-NR-DETAIL.
                WRITE NRRPT-REC FROM NRRPT-DATA1
                      AFTER ADVANCING 1 LINE.
                PERFORM 2200-FORGET-SENT.
                MOVE SPACES                 TO  WS-OUTCOME.
                EVALUATE TRUE
                    WHEN WS-ERR-FIX = SPACE
                        MOVE 'FIX BY HAND'   TO  WS-OUTCOME
                    WHEN RD-EXPECTED = SPACES
                        MOVE 'NO EXPECTED VALUE RETURNED - FIX BY HAND'
                            TO  WS-OUTCOME
                    WHEN OTHER
                        MOVE RD-STUDENT-ID   TO  MAST-STUDENT-ID
                        READ GRADMAST
                        IF WS-MAST-STATUS NOT = '00'
                            MOVE 'NOT ON GRADMAST - FIX BY HAND'
                                TO  WS-OUTCOME
                        ELSE
                            IF WS-ERR-FIX = 'N'
                                PERFORM 3000-FIX-NAME
                            ELSE
                                PERFORM 3100-FIX-YEAR
                            END-IF
                        END-IF
                END-EVALUATE.
                MOVE SPACES                 TO  NRRPT-DATA1.
                MOVE WS-OUTCOME             TO  L-NR-DETAIL.
                WRITE NRRPT-REC FROM NRRPT-DATA1
                      AFTER ADVANCING 1 LINE.

      *        THE CLEARINGHOUSE DOES NOT HOLD A REJECTED AWARD, SO
      *        IT COMES OFF DA-NSCSN AND GOES AGAIN AS AN ADD
       2200-FORGET-SENT.
                IF WS-NSENT-AVAIL = 'Y'
                    MOVE RD-STUDENT-ID       TO  SN-STUDENT-ID
                    MOVE RD-DEGREE-CODE      TO  SN-DEGREE
                    DELETE NSENT-FILE RECORD
                    IF WS-NSENT-STATUS = '00'
                        ADD 1                TO  WS-FORGET-COUNT
                    END-IF
                END-IF.

      **************************************************************
      *   CORRECTIONS - THE EXPECTED VALUE IS PUNCHED ONLY WHEN    *
      *   THE MASTER DOES NOT ALREADY CARRY IT. A RENAME GOES AS   *
      *   A 'C' WITH THE NEW NAME; A YEAR GOES AS AN 'M' AGAINST   *
      *   THE AWARD, WHICH LAB3MAINT APPLIES TO THE MASTER'S OWN   *
      *   DEGREE OR TO DA-AWARD AS THE CODE DICTATES               *
      **************************************************************

       3000-FIX-NAME.
                IF RD-EXPECTED = MAST-NAME
                    STRING 'MASTER ALREADY SHOWS ' DELIMITED BY SIZE
                        MAST-NAME        DELIMITED BY SIZE
                        INTO WS-OUTCOME
                ELSE
                    PERFORM 3500-PUNCH-HEADER
                    MOVE SPACES              TO  PUNCH-TRANS
                    MOVE 'C'                 TO  PT-CODE
                    MOVE MAST-NAME           TO  PT-NAME
                    MOVE RD-EXPECTED         TO  PT-NEW-NAME
                    MOVE MAST-STUDENT-ID     TO  PT-STUDENT-ID
                    PERFORM 3600-PUNCH-CARD
                    ADD 1                    TO  WS-NAME-PUNCH-COUNT
                    STRING 'RENAME PUNCHED TO ' DELIMITED BY SIZE
                        RD-EXPECTED      DELIMITED BY SIZE
                        INTO WS-OUTCOME
                END-IF.

       3100-FIX-YEAR.
                MOVE 'N'                    TO  WS-AWARD-FOUND.
                IF RD-DEGREE-CODE = MAST-DEGREE
                    MOVE 'Y'                 TO  WS-AWARD-FOUND
                    MOVE MAST-YEAR           TO  WS-CURR-YEAR
                ELSE
                    IF WS-AWARD-AVAIL = 'Y'
                        MOVE RD-STUDENT-ID   TO  AW-STUDENT-ID
                        MOVE RD-DEGREE-CODE  TO  AW-DEGREE
                        READ AWARD-FILE
                        IF WS-AWARD-STATUS = '00'
                            MOVE 'Y'         TO  WS-AWARD-FOUND
                            MOVE AW-YEAR     TO  WS-CURR-YEAR
                        END-IF
                    END-IF
                END-IF.
                EVALUATE TRUE
                    WHEN WS-AWARD-FOUND NOT = 'Y'
                        MOVE 'AWARD NO LONGER ON FILE - FIX BY HAND'
                            TO  WS-OUTCOME
                    WHEN RD-EXPECTED-YR NOT NUMERIC
                            OR RD-EXPECTED-YR < '1900'
                            OR RD-EXPECTED-YR > '2099'
                        MOVE 'EXPECTED YEAR NOT VALID - FIX BY HAND'
                            TO  WS-OUTCOME
                    WHEN RD-EXPECTED-YR = WS-CURR-YEAR
                        STRING 'MASTER ALREADY SHOWS ' DELIMITED BY SIZE
                            WS-CURR-YEAR     DELIMITED BY SIZE
                            INTO WS-OUTCOME
                    WHEN OTHER
                        PERFORM 3500-PUNCH-HEADER
                        MOVE SPACES          TO  PUNCH-TRANS
                        MOVE 'M'             TO  PT-CODE
                        MOVE MAST-NAME       TO  PT-NAME
                        MOVE RD-DEGREE-CODE  TO  PT-DEGREE
                        MOVE RD-EXPECTED-YR  TO  PT-YEAR
                        MOVE MAST-STUDENT-ID TO  PT-STUDENT-ID
                        PERFORM 3600-PUNCH-CARD
                        ADD 1                TO  WS-YEAR-PUNCH-COUNT
                        STRING 'YEAR CHANGE PUNCHED ' DELIMITED BY SIZE
                            WS-CURR-YEAR     DELIMITED BY SIZE
                            ' TO '           DELIMITED BY SIZE
                            RD-EXPECTED-YR   DELIMITED BY SIZE
                            INTO WS-OUTCOME
                END-EVALUATE.

       3500-PUNCH-HEADER.
                IF WS-HDR-WRITTEN NOT = 'Y'
                    MOVE WS-NEXT-BATCH       TO  PH-BATCH-NO
                    MOVE WS-RUN-DATE         TO  PH-PREP-DATE
                    WRITE NSCFX-REC FROM PUNCH-BATCH-HDR
                    MOVE 'Y'                 TO  WS-HDR-WRITTEN
                END-IF.

       3600-PUNCH-CARD.
                WRITE NSCFX-REC FROM PUNCH-TRANS.
                ADD 1                       TO  WS-PUNCH-COUNT.
                IF PT-YEAR NUMERIC
                    MOVE PT-YEAR             TO  WS-YEAR-N
                    ADD WS-YEAR-N            TO  WS-YEAR-HASH
                END-IF.

      **************************************************************
      *   CLOSES THE PUNCHED BATCH WITH THE COUNT AND YEAR-HASH    *
      **************************************************************

       4000-PUNCH-TRAILER.
                MOVE WS-NEXT-BATCH          TO  PL-BATCH-NO.
                MOVE WS-PUNCH-COUNT         TO  PL-TRANS-COUNT.
                MOVE WS-YEAR-HASH           TO  PL-YEAR-HASH.
                WRITE NSCFX-REC FROM PUNCH-BATCH-TRL.

      **************************************************************
      *   PRINTS THE RETURN COUNTS FOR THE RUN, AND A WARNING WHEN *
      *   THE CLEARINGHOUSE TRAILER DOES NOT AGREE WITH WHAT WAS   *
      *   ACTUALLY ON THE FILE                                     *
      **************************************************************

       5000-PRINT-COUNTS.
                MOVE SPACES TO NRRPT-REC.
                WRITE NRRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'DETAIL RECORDS RETURNED:' TO L-MSG-TEXT.
                MOVE WS-RETURN-COUNT        TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ACCEPTED:'            TO  L-MSG-TEXT.
                MOVE WS-ACCEPT-COUNT        TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'REJECTED:'            TO  L-MSG-TEXT.
                MOVE WS-REJECT-COUNT        TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RENAME CORRECTIONS PUNCHED:' TO L-MSG-TEXT.
                MOVE WS-NAME-PUNCH-COUNT    TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'YEAR CORRECTIONS PUNCHED:' TO L-MSG-TEXT.
                MOVE WS-YEAR-PUNCH-COUNT    TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'DROPPED FROM DA-NSCSN FOR RESEND:' TO L-MSG-TEXT.
                MOVE WS-FORGET-COUNT        TO  L-MSG-COUNT.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-NSRET-AVAIL = 'Y' AND WS-MAST-AVAIL = 'Y'
                    IF WS-TRL-SEEN NOT = 'Y'
                        MOVE '** NO TRAILER ON DA-NSCRT **'
                            TO  L-MSG-TEXT
                        MOVE 0               TO  L-MSG-COUNT
                        WRITE NRRPT-REC FROM NRRPT-MSG1
                              AFTER ADVANCING 1 LINE
                    ELSE
                        IF WS-TRL-RECEIVED NOT = WS-RETURN-COUNT
                                OR WS-TRL-REJECTED NOT = WS-REJECT-COUNT
                            MOVE '** TRAILER COUNTS DO NOT AGREE **'
                                TO  L-MSG-TEXT
                            MOVE WS-TRL-RECEIVED TO L-MSG-COUNT
                            WRITE NRRPT-REC FROM NRRPT-MSG1
                                  AFTER ADVANCING 1 LINE
                        END-IF
                    END-IF
                END-IF.
                IF WS-HDR-WRITTEN = 'Y'
                    MOVE 'DECK PUNCHED AS BATCH:' TO L-MSG-TEXT
                    MOVE WS-NEXT-BATCH       TO  L-MSG-COUNT
                ELSE
                    MOVE 'NO DECK PUNCHED - NOTHING TO CORRECT'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                END-IF.
                WRITE NRRPT-REC FROM NRRPT-MSG1
                      AFTER ADVANCING 1 LINE.
