      *  NAME IN 11-30, DEGREE CODE IN 32-35, YEAR IN 37-40), AND
      *  NOBODY EVER PROVES GRADMAST AGREES WITH IT UNTIL SOMEONE
      *  IS MISSING FROM THE ROSTER AT THE CEREMONY. THIS PROGRAM
      *  MATCHES THE TWO AWARD BY AWARD - STUDENT ID PLUS DEGREE,
      *  COUNTING THE ADDITIONAL AWARDS ON DA-AWARD AS WELL AS THE
      *  MASTER'S OWN - AND REPORTS THREE SECTIONS: CONFERRED BUT
      *  NOT ON OUR MASTER, ON OUR MASTER BUT NEVER CONFERRED, AND
      *  ON BOTH WITH A DIFFERING YEAR. FOR THE FIRST SECTION IT
      *  PUNCHES 'A' TRANSACTIONS (GRADUATE NOT ON FILE) OR 'N'
      *  TRANSACTIONS (GRADUATE ON FILE, AWARD NOT) TO DA-CONFX
      *  IN DA-MAINTX FORMAT (WITH THE
      *  'H' HEADER AND 'T' TRAILER LAB3MAINT DEMANDS) SO THE
      *  MISSES CAN BE APPLIED THROUGH THE NORMAL EDITED,
      *  JOURNALED MAINTENANCE PATH AFTER REVIEW. EVERY STUDENT ID
      *  THE REGISTRAR SHOWS AS CONFERRED IS ALSO KEPT ON DA-CONFD,
      *  SO LAB3MAINT CAN HOLD CHANGES TO A CONFERRED GRADUATE FOR
      *  A SECOND APPROVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 FILE STATUS IS WS-CONF-STATUS.
            SELECT BATCTL-FILE  ASSIGN TO 'DA-BATCTL'
                                 FILE STATUS IS WS-BATCTL-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT MTWK-FILE    ASSIGN TO 'DA-CFWK'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MW-SEQ
                                 ALTERNATE RECORD KEY IS MW-MATCH-KEY
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS MW-ID
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MTWK-STATUS.
            SELECT CONFD-FILE   ASSIGN TO 'DA-CONFD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CD-STUDENT-ID
                                 FILE STATUS IS WS-CONFD-STATUS.
            SELECT CONFX-FILE   ASSIGN TO 'DA-CONFX'.
            SELECT CFRPT-FILE   ASSIGN TO 'UR-CFRPT'.

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
      *  THE REGISTRAR'S CONFERRED-DEGREES FILE FOR THE TERM        *
      **************************************************************
                03  CF-YEAR                PIC X(4).
                03  FILLER                 PIC X(40).

      **************************************************************
      *  MASTER WORK FILE - ONE RECORD PER AWARD, NUMBERED IN THE  *
      *  ORDER LOADED (GRADMAST ORDER, EACH MASTER'S OWN DEGREE    *
      *  FIRST). MW-MATCH-KEY FINDS AN AWARD BY ID AND DEGREE;     *
      *  MW-ID TELLS WHETHER THE GRADUATE IS ON FILE AT ALL. A    *
      *  GRADUATE PUNCHED AS AN 'A' THIS RUN IS ADDED AFTER THE    *
      *  MASTER AWARDS WITH A BLANK DEGREE, SO ANY FURTHER         *
      *  CONFERRAL FOR THE SAME ID IS PUNCHED AS AN 'N'.           *
      *  REBUILT EACH RUN                                          *
      **************************************************************
       FD  MTWK-FILE.
       01  MTWK-REC.
                03  MW-SEQ                 PIC 9(7).
                03  MW-MATCH-KEY.
                    05  MW-ID              PIC X(9).
                    05  MW-DEGREE          PIC X(4).
                03  FILLER                 PIC X(25).

      **************************************************************
      *  CONFERRED GRADUATES - ONE RECORD PER STUDENT ID EVER SEEN *
      *  ON THE REGISTRAR'S CONFERRAL FILE, WITH THE FIRST DEGREE  *
      *  AND YEAR CONFERRED AND THE RUN THAT RECORDED IT. KEPT     *
      *  ACROSS TERMS - DA-CONF ONLY EVER HOLDS THE ONE TERM       *
      **************************************************************
       FD  CONFD-FILE.
       01  CONFD-REC.
                03  CD-STUDENT-ID          PIC X(9).
                03  CD-DEGREE              PIC X(4).
                03  CD-YEAR                PIC X(4).
                03  CD-RUN-DATE            PIC 9(8).
                03  FILLER                 PIC X(55).

      **************************************************************
      *  BATCH CONTROL FILE - READ ONLY, FOR THE NEXT BATCH NUMBER *
      *  THE PUNCHED DECK SHOULD CARRY                             *
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
                            VALUE 'LAB3CONF'.
                03  FILLER                 PIC X(59)     VALUE SPACES.
       01  PUNCH-BATCH-TRL.
                03  PL-CODE                PIC X         VALUE 'T'.
                03  PL-BATCH-NO            PIC 9(4)      VALUE 0.
                03  PL-YEAR-HASH           PIC 9(8)      VALUE 0.
                03  FILLER                 PIC X(62)     VALUE SPACES.
      **************************************************************
      *   ONE MASTER AWARD FROM THE WORK FILE (THE PRIMARY ONE     *
      *   ON GRADMAST, OR AN ADDITIONAL ONE ON DA-AWARD) FOR       *
      *   MATCHING BY STUDENT ID PLUS DEGREE - EACH ONE            *
      *   REMEMBERS WHETHER A CONFERRAL RECORD CLAIMED IT          *
      **************************************************************
       01  MAST-ENTRY.
                03  WS-MT-SEQ              PIC 9(7).
                03  WS-MT-ID               PIC X(9).
                03  WS-MT-DEGREE           PIC X(4).
                03  WS-MT-NAME             PIC X(20).
                03  WS-MT-YEAR             PIC X(4).
                03  WS-MT-MATCHED          PIC X.
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE RECONCILE REPORT     *
      **************************************************************
                03  WS-BATCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-NEXT-BATCH          PIC 9(4)      VALUE 1.
                03  WS-MTWK-STATUS         PIC XX        VALUE SPACES.
                03  WS-MT-CT               PIC 9(7)      VALUE 0.
                03  WS-MT-FOUND            PIC 9(7)      VALUE 0.
                03  WS-CONF-COUNT          PIC 9(5)      VALUE 0.
                03  WS-MISS-COUNT          PIC 9(5)      VALUE 0.
                03  WS-EXTRA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-HDR-WRITTEN         PIC X         VALUE 'N'.
                03  WS-CONF-MISSING        PIC X         VALUE 'N'.
                03  WS-MT-SKIP-COUNT       PIC 9(5)      VALUE 0.
                03  WS-CONFD-STATUS        PIC XX        VALUE SPACES.
                03  WS-CONFD-NEW-COUNT     PIC 9(5)      VALUE 0.
      **************************************************************
      *     AWARD MATCHING FIELDS - WS-ID-FOUND IS 'Y' WHEN THE     *
      *     CONFERRAL'S STUDENT ID IS ON THE MASTER AT ALL, SO A    *
      *     MISSED AWARD FOR A KNOWN GRADUATE IS PUNCHED AS AN 'N'  *
      *     INSTEAD OF AN 'A'                                       *
      **************************************************************
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-TB-DEGREE           PIC X(4)      VALUE SPACES.
                03  WS-TB-YEAR             PIC X(4)      VALUE SPACES.
                03  WS-ID-FOUND            PIC X         VALUE 'N'.
                03  WS-ADD-PUNCH-COUNT     PIC 9(5)      VALUE 0.
                03  WS-AWARD-PUNCH-COUNT   PIC 9(5)      VALUE 0.
      **************************************************************
      *     THE CONFERRAL PASS RUNS TWICE OVER DA-CONF - ONCE FOR   *
      *     THE MISSES (SECTION 1, PUNCHED), ONCE FOR THE FIELD     *
                MOVE SPACES TO CFRPT-REC.
                WRITE CFRPT-REC
                      AFTER ADVANCING 1 LINE.
                PERFORM 1000-LOAD-MASTER-WORK.
                PERFORM 1100-READ-BATCH-CONTROL.
                OPEN I-O MTWK-FILE.
                OPEN I-O CONFD-FILE.
                IF WS-CONFD-STATUS = '35'
                    OPEN OUTPUT CONFD-FILE
                    CLOSE CONFD-FILE
                    OPEN I-O CONFD-FILE
                END-IF.
                MOVE 'CONFERRED BUT NOT ON GRADMAST'
                    TO  L-SECT-TEXT.
                WRITE CFRPT-REC FROM CFRPT-SECTION1
                MOVE SPACES TO CFRPT-REC.
                WRITE CFRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'ON BOTH BUT YEAR DIFFERS'
                    TO  L-SECT-TEXT.
                WRITE CFRPT-REC FROM CFRPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 2                      TO  WS-PASS.
                PERFORM 2000-PASS-CONFERRAL.
                PERFORM 3000-LIST-NEVER-CONFERRED.
                CLOSE MTWK-FILE
                      CONFD-FILE.
                PERFORM 5000-PRINT-COUNTS.
                CLOSE CONFX-FILE
                      CFRPT-FILE.
                STOP RUN.

      **************************************************************
      *   LOADS THE MASTER WORK FILE, ONE RECORD PER AWARD          *
      **************************************************************

       1000-LOAD-MASTER-WORK.
                OPEN OUTPUT MTWK-FILE.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                ELSE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE LOW-VALUES          TO  MAST-STUDENT-ID
                    PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                        READ GRADMAST NEXT RECORD
                        IF WS-MAST-STATUS = '00'
                            MOVE MAST-DEGREE TO  WS-TB-DEGREE
                            MOVE MAST-YEAR   TO  WS-TB-YEAR
                            PERFORM 1020-LOAD-ONE-AWARD
                            IF WS-AWARD-AVAIL = 'Y'
                                PERFORM 1050-LOAD-AWARDS
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE GRADMAST
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                CLOSE MTWK-FILE.

      *        A RECORD THE WORK FILE WILL NOT TAKE NEVER ENTERS THE
      *        MATCH, SO IT IS COUNTED AS NOT RECONCILED
       1020-LOAD-ONE-AWARD.
                ADD 1                       TO  WS-MT-CT.
                MOVE WS-MT-CT               TO  WS-MT-SEQ.
                MOVE MAST-STUDENT-ID        TO  WS-MT-ID.
                MOVE MAST-NAME              TO  WS-MT-NAME.
                MOVE WS-TB-DEGREE           TO  WS-MT-DEGREE.
                MOVE WS-TB-YEAR             TO  WS-MT-YEAR.
                MOVE 'N'                    TO  WS-MT-MATCHED.
                WRITE MTWK-REC FROM MAST-ENTRY.
                IF WS-MTWK-STATUS NOT = '00'
                        AND WS-MTWK-STATUS NOT = '02'
                    SUBTRACT 1               FROM WS-MT-CT
                    ADD 1                    TO  WS-MT-SKIP-COUNT
                END-IF.

       1050-LOAD-AWARDS.
                MOVE MAST-STUDENT-ID        TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = MAST-STUDENT-ID
                        MOVE AW-DEGREE       TO  WS-TB-DEGREE
                        MOVE AW-YEAR         TO  WS-TB-YEAR
                        PERFORM 1020-LOAD-ONE-AWARD
                    END-IF
                END-PERFORM.

      **************************************************************
      *   THE PUNCHED DECK CARRIES THE NEXT BATCH NUMBER AFTER     *
                IF EOF-C NOT = 1
                    IF WS-PASS = 1
                        ADD 1                TO  WS-CONF-COUNT
                        PERFORM 2050-RECORD-CONFERRED
                    END-IF
                    PERFORM 6000-FIND-IN-MASTER
                    IF WS-PASS = 1
                    END-IF
                END-IF.

      **************************************************************
      *   ADDS THE CONFERRAL'S STUDENT ID TO DA-CONFD. AN ID        *
      *   ALREADY THERE (STATUS 22) KEEPS ITS ORIGINAL RECORD -     *
      *   IT WAS CONFERRED THE FIRST TIME IT WAS SEEN               *
      **************************************************************

       2050-RECORD-CONFERRED.
                IF CF-STUDENT-ID NUMERIC
                    MOVE SPACES              TO  CONFD-REC
                    MOVE CF-STUDENT-ID       TO  CD-STUDENT-ID
                    MOVE CF-DEGREE           TO  CD-DEGREE
                    MOVE CF-YEAR             TO  CD-YEAR
                    MOVE WS-RUN-DATE         TO  CD-RUN-DATE
                    WRITE CONFD-REC
                    IF WS-CONFD-STATUS = '00'
                        ADD 1                TO  WS-CONFD-NEW-COUNT
                    END-IF
                END-IF.

      *        A GRADUATE ALREADY ON FILE WHOSE CONFERRED DEGREE
      *        IS NOT ONE OF THEIR AWARDS GETS A NEW-AWARD 'N' CARD;
      *        ONE NOT ON FILE AT ALL GETS THE USUAL 'A' FOR THEIR
      *        FIRST CONFERRAL AND AN 'N' FOR ANY OTHER
       2200-PASS1-ONE-CONF.
                IF WS-MT-FOUND = 0
                    ADD 1                    TO  WS-MISS-COUNT
                    MOVE SPACES              TO  CFRPT-DATA1
                    MOVE CF-STUDENT-ID       TO  L-CF-ID
                    MOVE CF-NAME             TO  L-CF-NAME
                    IF WS-ID-FOUND = 'Y'
                        STRING CF-DEGREE DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            CF-YEAR          DELIMITED BY SIZE
                            ' - NEW AWARD PUNCHED' DELIMITED BY SIZE
                            INTO L-CF-DETAIL
                    ELSE
                        STRING CF-DEGREE DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            CF-YEAR          DELIMITED BY SIZE
                            ' - ADD PUNCHED' DELIMITED BY SIZE
                            INTO L-CF-DETAIL
                    END-IF
                    WRITE CFRPT-REC FROM CFRPT-DATA1
                          AFTER ADVANCING 1 LINE
                    PERFORM 2250-PUNCH-ADD
                ELSE
                    MOVE 'Y'                 TO  WS-MT-MATCHED
                    REWRITE MTWK-REC FROM MAST-ENTRY
                END-IF.

       2250-PUNCH-ADD.
                    MOVE 'Y'                 TO  WS-HDR-WRITTEN
                END-IF.
                MOVE SPACES                 TO  PUNCH-TRANS.
                IF WS-ID-FOUND = 'Y'
                    MOVE 'N'                 TO  PT-CODE
                    ADD 1                    TO  WS-AWARD-PUNCH-COUNT
                ELSE
                    MOVE 'A'                 TO  PT-CODE
                    ADD 1                    TO  WS-ADD-PUNCH-COUNT
                    PERFORM 2260-NOTE-ADDED-ID
                END-IF.
                MOVE CF-NAME                TO  PT-NAME.
                MOVE CF-DEGREE              TO  PT-DEGREE.
                MOVE CF-YEAR                TO  PT-YEAR.
                    ADD WS-YEAR-N            TO  WS-YEAR-HASH
                END-IF.

      *        THE MARKER IS NUMBERED PAST THE LAST MASTER AWARD
      *        AND ALREADY MATCHED, SO IT IS NEVER LISTED AS NEVER
      *        CONFERRED; ITS BLANK DEGREE KEEPS IT FROM MATCHING
      *        THE CONFERRAL ITSELF ON THE SECOND PASS
       2260-NOTE-ADDED-ID.
                MOVE SPACES                 TO  MAST-ENTRY.
                COMPUTE WS-MT-SEQ = WS-MT-CT + WS-ADD-PUNCH-COUNT.
                MOVE CF-STUDENT-ID          TO  WS-MT-ID.
                MOVE CF-NAME                TO  WS-MT-NAME.
                MOVE CF-YEAR                TO  WS-MT-YEAR.
                MOVE 'Y'                    TO  WS-MT-MATCHED.
                WRITE MTWK-REC FROM MAST-ENTRY.

       2300-PASS2-ONE-CONF.
                IF WS-MT-FOUND > 0
                    IF WS-MT-YEAR NOT = CF-YEAR
                        ADD 1                TO  WS-DIFF-COUNT
                        MOVE SPACES          TO  CFRPT-DATA1
                        MOVE CF-STUDENT-ID   TO  L-CF-ID
                            ' '              DELIMITED BY SIZE
                            CF-YEAR          DELIMITED BY SIZE
                            ' MASTER HAS ' DELIMITED BY SIZE
                            WS-MT-DEGREE     DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            WS-MT-YEAR       DELIMITED BY SIZE
                            INTO L-CF-DETAIL
                        WRITE CFRPT-REC FROM CFRPT-DATA1
                              AFTER ADVANCING 1 LINE
                    TO  L-SECT-TEXT.
                WRITE CFRPT-REC FROM CFRPT-SECTION1
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  MW-SEQ.
                START MTWK-FILE
                    KEY IS NOT LESS THAN MW-SEQ.
                PERFORM UNTIL WS-MTWK-STATUS NOT = '00'
                    READ MTWK-FILE NEXT RECORD INTO MAST-ENTRY
                    IF WS-MTWK-STATUS = '00'
                        PERFORM 3100-CHECK-ONE-MASTER
                    END-IF
                END-PERFORM.

       3100-CHECK-ONE-MASTER.
                IF WS-MT-MATCHED = 'N'
                    ADD 1                    TO  WS-EXTRA-COUNT
                    MOVE SPACES              TO  CFRPT-DATA1
                    MOVE WS-MT-ID            TO  L-CF-ID
                    MOVE WS-MT-NAME          TO  L-CF-NAME
                    STRING WS-MT-DEGREE      DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-MT-YEAR           DELIMITED BY SIZE
                        INTO L-CF-DETAIL
                    WRITE CFRPT-REC FROM CFRPT-DATA1
                          AFTER ADVANCING 1 LINE
                MOVE WS-CONF-COUNT          TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'MASTER AWARDS TABLED:' TO L-MSG-TEXT.
                MOVE WS-MT-CT               TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE WS-EXTRA-COUNT         TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'YEAR DIFFERS:'        TO  L-MSG-TEXT.
                MOVE WS-DIFF-COUNT          TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ADD TRANSACTIONS PUNCHED:' TO L-MSG-TEXT.
                MOVE WS-ADD-PUNCH-COUNT     TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'NEW AWARD TRANSACTIONS PUNCHED:' TO L-MSG-TEXT.
                MOVE WS-AWARD-PUNCH-COUNT   TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'NEWLY RECORDED AS CONFERRED:' TO L-MSG-TEXT.
                MOVE WS-CONFD-NEW-COUNT     TO  L-MSG-COUNT.
                WRITE CFRPT-REC FROM CFRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'MASTER RECS NOT RECONCILED:' TO L-MSG-TEXT.
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   LOCATES CF-STUDENT-ID PLUS CF-DEGREE ON THE WORK FILE AND *
      *   READS IT INTO MAST-ENTRY (WS-MT-FOUND IS ITS SEQUENCE     *
      *   NUMBER), NOTING WHETHER THE ID IS THERE AT ALL            *
      **************************************************************

       6000-FIND-IN-MASTER.
                MOVE 0 TO WS-MT-FOUND.
                MOVE 'N' TO WS-ID-FOUND.
                MOVE CF-STUDENT-ID          TO  MW-ID.
                MOVE CF-DEGREE              TO  MW-DEGREE.
                READ MTWK-FILE INTO MAST-ENTRY
                    KEY IS MW-MATCH-KEY.
                IF WS-MTWK-STATUS = '00' OR WS-MTWK-STATUS = '02'
                    MOVE WS-MT-SEQ           TO  WS-MT-FOUND
                    MOVE 'Y'                 TO  WS-ID-FOUND
                ELSE
                    MOVE CF-STUDENT-ID       TO  MW-ID
                    READ MTWK-FILE
                        KEY IS MW-ID
                    IF WS-MTWK-STATUS = '00' OR WS-MTWK-STATUS = '02'
                        MOVE 'Y'             TO  WS-ID-FOUND
                    END-IF
                END-IF.
