      *  APPLIES ADD/CHANGE/DELETE TRANSACTIONS AGAINST GRADMAST
      *  (KEYED BY STUDENT ID, WITH NAME AS AN ALTERNATE PATH) SO
      *  CORRECTIONS DON'T REQUIRE HAND-EDITING THE RAW DA-INPUT
      *  DECK BEFORE THE NEXT LAB3 RUN. A GRADUATE'S SECOND AND
      *  LATER DEGREE AWARDS ARE KEPT ON DA-AWARD AND MAINTAINED
      *  BY THE N/M/X AWARD TRANSACTIONS. A DELETE, A RENAME, OR A
      *  CHANGE TO A GRADUATE LAB3CONF HAS RECORDED AS CONFERRED IS
      *  NOT APPLIED WHEN KEYED - IT IS HELD ON DA-PENDG UNDER A
      *  REFERENCE NUMBER UNTIL A SECOND PERSON RELEASES OR REJECTS
      *  IT ON THE DA-APPRX APPROVAL DECK. A RELEASED ITEM IS THEN
      *  EDITED AND APPLIED LIKE ANY OTHER TRANSACTION, AND ITS
      *  JOURNAL ENTRIES CARRY THE APPROVER'S ID. A RENAME OF A
      *  GRADUATE WHOSE DIPLOMA LAB3DIPL HAS ALREADY PRINTED FLAGS
      *  THE DIPLOMA ON THE DA-DIPIV INVENTORY FOR REPRINT AND LOGS
      *  THE REQUEST ON DA-DIPLG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT AWBK1-FILE   ASSIGN TO 'DA-AWBK1'.
            SELECT AWBK2-FILE   ASSIGN TO 'DA-AWBK2'.
            SELECT AWBK3-FILE   ASSIGN TO 'DA-AWBK3'.
            SELECT PEND-FILE    ASSIGN TO 'DA-PENDG'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PD-REF-NO
                                 FILE STATUS IS WS-PEND-STATUS.
            SELECT APPR-FILE    ASSIGN TO 'DA-APPRX'
                                 FILE STATUS IS WS-APPR-STATUS.
            SELECT CONFD-FILE   ASSIGN TO 'DA-CONFD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CD-STUDENT-ID
                                 FILE STATUS IS WS-CONFD-STATUS.
            SELECT CYCTL-FILE   ASSIGN TO 'DA-CYCTL'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS CY-STEP
                                 FILE STATUS IS WS-CYCTL-STATUS.
            SELECT DIPIV-FILE   ASSIGN TO 'DA-DIPIV'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DI-STUDENT-ID
                                 FILE STATUS IS WS-DIPIV-STATUS.
            SELECT DIPLG-FILE   ASSIGN TO 'DA-DIPLG'
                                 FILE STATUS IS WS-DIPLG-STATUS.


       DATA DIVISION.
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
      *        BYTES 38-58 ARE LEFT FREE - LAB3, LAB3DEPT, AND LAB3DIPL
      *        STAMP THEIR SORT KEYS THERE ON THE DA-INPUT COPY, SO
      *        MASTER FLAGS LIVE AT THE BACK OF THE RECORD
                03  FILLER                 PIC X(21).
      *        MAST-FERPA-HOLD: 'Y' = THE GRADUATE FILED A FERPA
      *        NON-DISCLOSURE REQUEST - NO OUTWARD-FACING LIST,
      *        EXTRACT, LABEL, OR PRINT MAY NAME THEM
                03  MAST-FERPA-HOLD        PIC X(1).
      *        MAST-HONORS: LATIN HONORS SET FROM THE REGISTRAR'S
      *        GPA FEED BY LAB3HONR - 'S' = SUMMA CUM LAUDE,
      *        'M' = MAGNA CUM LAUDE, 'C' = CUM LAUDE, SPACE = NONE
                03  MAST-HONORS            PIC X(1).
                03  FILLER                 PIC X(20).

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
      **************************************************************
      *    TX-CODE:  A = ADD     C = CHANGE     D = DELETE         *
      *              N = NEW AWARD  M = CHANGE AWARD               *
      *              X = DELETE AWARD                              *
      *    ON N/M/X, TX-DEGREE NAMES THE AWARD AND TX-YEAR IS ITS  *
      *    YEAR (THE NEW YEAR ON AN M)                             *
      **************************************************************
                03  TX-CODE                PIC X.
                03  TX-NAME                PIC X(20).
      *   SAME NAME NO LONGER COLLIDE                              *
      **************************************************************
                03  TX-STUDENT-ID          PIC X(9).
      **************************************************************
      *   TX-FERPA-HOLD:  'Y' SETS THE GRADUATE'S FERPA HOLD, 'N'  *
      *   CLEARS IT, BLANK LEAVES IT AS IS. ACCEPTED ON AN 'A' OR  *
      *   A 'C' - A HOLD-ONLY 'C' CARRIES NOTHING ELSE BUT THE ID  *
      **************************************************************
                03  TX-FERPA-HOLD          PIC X(1).
      **************************************************************
      *   TX-NEW-DEGREE:  ON AN 'M' TRANSACTION, A NON-BLANK VALUE *
      *   RECODES THE AWARD NAMED IN TX-DEGREE TO THIS DEGREE      *
      **************************************************************
                03  TX-NEW-DEGREE          PIC X(4).
      **************************************************************
      *   TX-HONORS:  'S', 'M', OR 'C' SETS THE GRADUATE'S LATIN   *
      *   HONORS, 'N' CLEARS THEM, BLANK LEAVES THEM AS IS.        *
      *   ACCEPTED ON AN 'A' OR A 'C' THE SAME WAY AS THE FERPA    *
      *   FLAG - LAB3HONR PUNCHES HONORS-ONLY 'C' CARDS            *
      **************************************************************
                03  TX-HONORS              PIC X(1).
                03  FILLER                 PIC X(16).
      **************************************************************
      *   BATCH HEADER RECORD - TX-CODE 'H' OPENS EACH BATCH THE   *
      *   REGISTRAR KEYS, CARRYING THE BATCH NUMBER AND THE DATE   *
      *   THE DECK WAS PREPARED, AND THE ID OF THE CLERK WHO KEYED *
      *   IT - A HELD TRANSACTION MAY NOT BE RELEASED BY THE SAME  *
      *   PERSON, SO A BATCH WITH NO CLERK ID IS REJECTED. DECKS   *
      *   PUNCHED BY ANOTHER JOB CARRY THAT JOB'S NAME             *
      **************************************************************
       01  TRANS-BATCH-HDR.
                03  BH-CODE                PIC X.
                03  BH-BATCH-NO            PIC 9(4).
                03  BH-PREP-DATE           PIC 9(8).
                03  BH-CLERK-ID            PIC X(8).
                03  FILLER                 PIC X(59).
      **************************************************************
      *   BATCH TRAILER RECORD - TX-CODE 'T' CLOSES THE BATCH WITH *
      *   THE EXPECTED TRANSACTION COUNT AND A HASH TOTAL OF THE   *
      *  ADD (A), CHANGE (C), RENAME (R), AND DELETE (D) APPLIED   *
      *  TO GRADMAST, CARRYING THE FULL BEFORE- AND AFTER-IMAGE OF *
      *  THE MASTER RECORD PLUS THE DATE, TIME, AND BATCH IT CAME  *
      *  FROM. JR-APPROVER-ID NAMES WHO RELEASED A HELD            *
      *  TRANSACTION (BLANK FOR ONE APPLIED AS KEYED). LAB3JRNL    *
      *  PRINTS IT ON DEMAND FOR THE AUDITORS                      *
      **************************************************************
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
                03  JR-TX-CODE             PIC X.
                03  JR-BEFORE              PIC X(80).
                03  JR-AFTER               PIC X(80).
                03  JR-APPROVER-ID         PIC X(8).

      **************************************************************
      *  BACKUP GENERATION CONTROL - REMEMBERS WHICH OF THE THREE  *
      *  ROTATING GENERATIONS WAS WRITTEN LAST AND THE DATE EACH   *
      *  ONE WAS TAKEN, SO LAB3REST CAN TELL THE OPERATOR WHICH    *
      *  GENERATION HOLDS WHICH DAY'S MASTER. BK-GEN-TIME IS THE   *
      *  RUN TIME STAMPED ON THAT RUN'S JOURNAL ENTRIES, SO        *
      *  LAB3ASOF CAN PLACE A GENERATION EXACTLY IN THE JOURNAL    *
      **************************************************************
       FD  BKPCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPCTL-REC.
                03  BK-LAST-GEN            PIC 9(1).
                03  BK-GEN-DATE            PIC 9(8)  OCCURS 3 TIMES.
                03  BK-GEN-TIME            PIC 9(8)  OCCURS 3 TIMES.
                03  FILLER                 PIC X(31).

      **************************************************************
      *  ROTATING GENERATION BACKUPS OF GRADMAST - A FULL IMAGE    *
                03  DG-LEVEL               PIC X(1).
                03  DG-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - GRADMAST CARRIES A GRADUATE'S  *
      *  FIRST (PRIMARY) AWARD IN MAST-DEGREE/MAST-YEAR; EVERY     *
      *  FURTHER AWARD (A SECOND DEGREE, A DOUBLE MAJOR, A LATER   *
      *  GRADUATE DEGREE) IS ONE RECORD HERE, KEYED ON STUDENT ID  *
      *  PLUS DEGREE CODE SO ONE GRADUATE MAY HOLD ANY NUMBER OF   *
      *  AWARDS BUT NEVER THE SAME DEGREE TWICE                    *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  ROTATING GENERATION BACKUPS OF DA-AWARD - TAKEN ALONGSIDE *
      *  THE GRADMAST GENERATION OF THE SAME NUMBER, SO A RESTORE  *
      *  BRINGS BACK THE MASTER AND ITS AWARDS AS OF THE SAME RUN  *
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
      *  PENDING-APPROVAL FILE - ONE RECORD PER HELD TRANSACTION,   *
      *  KEYED BY THE REFERENCE NUMBER PRINTED WHEN IT WAS HELD.    *
      *  PD-STATUS: P = PENDING, R = RELEASED AND APPLIED,          *
      *  F = RELEASED BUT REFUSED BY THE EDITS, J = REJECTED BY     *
      *  THE APPROVER. PD-HOLD-REASON: D = DELETE, R = RENAME,      *
      *  C = CHANGE TO A CONFERRED GRADUATE. PD-TRANS IS THE        *
      *  TRANSACTION EXACTLY AS KEYED. REFERENCE 000000 IS THE      *
      *  CONTROL RECORD CARRYING THE LAST NUMBER ISSUED             *
      **************************************************************
       FD  PEND-FILE.
       01  PEND-REC.
                03  PD-REF-NO              PIC 9(6).
                03  PD-STATUS              PIC X(1).
                03  PD-HOLD-REASON         PIC X(1).
                03  PD-HELD-DATE           PIC 9(8).
                03  PD-HELD-BATCH          PIC 9(4).
                03  PD-CLERK-ID            PIC X(8).
                03  PD-ACTION-DATE         PIC 9(8).
                03  PD-APPROVER-ID         PIC X(8).
                03  PD-RESULT              PIC X(30).
                03  FILLER                 PIC X(6).
                03  PD-TRANS               PIC X(80).
       01  PEND-CONTROL-REC.
                03  PC-REF-NO              PIC 9(6).
                03  PC-LAST-REF            PIC 9(6).
                03  FILLER                 PIC X(148).

      **************************************************************
      *  APPROVAL DECK - KEYED BY THE APPROVER, ONE CARD PER HELD   *
      *  ITEM: ACTION IN COL 1 (R = RELEASE, J = REJECT), THE       *
      *  REFERENCE NUMBER IN COLS 2-7, THE APPROVER'S ID IN 9-16,   *
      *  AND AN OPTIONAL NOTE (THE REASON FOR A REJECT) IN 18-47    *
      **************************************************************
       FD  APPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPR-REC.
                03  AP-ACTION              PIC X.
                03  AP-REF-NO-X            PIC X(6).
                03  AP-REF-NO REDEFINES AP-REF-NO-X
                                           PIC 9(6).
                03  FILLER                 PIC X.
                03  AP-APPROVER-ID         PIC X(8).
                03  FILLER                 PIC X.
                03  AP-NOTE                PIC X(30).
                03  FILLER                 PIC X(33).

      **************************************************************
      *  CONFERRED GRADUATES - SAME DEFINITION AS LAB3CONF. READ    *
      *  ONLY, TO TELL WHETHER A CHANGE MUST BE HELD                *
      **************************************************************
       FD  CONFD-FILE.
       01  CONFD-REC.
                03  CD-STUDENT-ID          PIC X(9).
                03  CD-DEGREE              PIC X(4).
                03  CD-YEAR                PIC X(4).
                03  CD-RUN-DATE            PIC 9(8).
                03  FILLER                 PIC X(55).
      **************************************************************
      *  NIGHTLY CYCLE-CONTROL FILE - SAME DEFINITION AS LAB3CYCL  *
      **************************************************************
       FD  CYCTL-FILE.
       01  CYCTL-REC.
                03  CY-STEP                PIC X(10).
                03  CY-CYCLE-NO            PIC 9(6).
                03  CY-STATUS              PIC X(1).
                03  CY-START-DATE          PIC 9(8).
                03  CY-START-TIME          PIC 9(8).
                03  CY-END-DATE            PIC 9(8).
                03  CY-END-TIME            PIC 9(8).
                03  CY-COUNT               PIC 9(7)  OCCURS 3 TIMES.
                03  CY-REASON              PIC X(20).
                03  FILLER                 PIC X(10).
      **************************************************************
      *  DIPLOMA INVENTORY - SAME DEFINITION AS LAB3DIPL. ONLY A    *
      *  GRADUATE ALREADY ON IT IS TOUCHED, TO FLAG A REPRINT       *
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
      *  DIPLOMA ACTIVITY LOG - SAME DEFINITION AS LAB3DIPL         *
      **************************************************************
       FD  DIPLG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIPLG-REC.
                03  DL-DATE                PIC 9(8).
                03  DL-TIME                PIC 9(8).
                03  DL-STUDENT-ID          PIC X(9).
                03  DL-EVENT               PIC X(1).
                03  DL-CLERK-ID            PIC X(8).
                03  DL-DETAIL              PIC X(40).
                03  FILLER                 PIC X(6).
       WORKING-STORAGE SECTION.

      **************************************************************
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-BAT-TEXT             PIC X(45).
      **************************************************************
      *     LAYOUTS FOR THE APPROVAL-DECK SECTION OF THE REPORT     *
      **************************************************************
       01  MAINT-APPR-HEAD.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(45)
                            VALUE 'APPROVAL DECK - HELD TRANSACTIONS'.
       01  MAINT-APPR-LINE.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(4)      VALUE 'REF'.
                03  L-AP-REF               PIC X(6).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-AP-ACTION            PIC X(9).
                03  L-AP-APPROVER          PIC X(10).
                03  L-AP-TEXT              PIC X(45).
      **************************************************************
      *   DEGREE-CODE EDIT TABLE - LOADED FROM DA-DEGREF AT        *
      *   START-UP SO THE EDITS AND THE LAB3 ROSTER ALWAYS KNOW    *
      *   THE SAME SET OF CODES; A TRANSACTION CARRYING A CODE     *
                    05  WS-BAT-NO          PIC 9(4).
                    05  WS-BAT-OK          PIC X.
                    05  WS-BAT-REASON      PIC X(30).
      **************************************************************
      *   AWARD IMAGE - THE GRADUATE'S MASTER RECORD WITH ONE      *
      *   ADDITIONAL AWARD'S DEGREE AND YEAR IN PLACE OF THE       *
      *   PRIMARY ONE. IT IS WHAT THE JOURNAL CARRIES FOR AN N/M/X *
      *   AND WHAT DA-INPUT GETS FOR EACH ADDITIONAL AWARD, SO     *
      *   EVERY READER OF EITHER SEES ONE MASTER-FORMAT LINE PER   *
      *   AWARD                                                    *
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
      **************************************************************
                03  EOF-T                  PIC 9         VALUE 0.
                03  EOF-M                   PIC 9         VALUE 0.
                03  EOF-A                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-CHANGE-COUNT        PIC 9(4)      VALUE 0.
                03  WS-DELETE-COUNT        PIC 9(4)      VALUE 0.
                03  WS-REJECT-COUNT        PIC 9(4)      VALUE 0.
                03  WS-FERPA-SET-COUNT     PIC 9(4)      VALUE 0.
                03  WS-FERPA-CLR-COUNT     PIC 9(4)      VALUE 0.
                03  WS-HONORS-SET-COUNT    PIC 9(4)      VALUE 0.
                03  WS-HONORS-CLR-COUNT    PIC 9(4)      VALUE 0.
                03  WS-AWARD-ADD-COUNT     PIC 9(4)      VALUE 0.
                03  WS-AWARD-CHG-COUNT     PIC 9(4)      VALUE 0.
                03  WS-AWARD-DEL-COUNT     PIC 9(4)      VALUE 0.
      **************************************************************
      *     BATCH HEADER/TRAILER CONTROL FIELDS                     *
      **************************************************************
                03  WS-VER-COUNT           PIC 9(5)      VALUE 0.
                03  WS-VER-HASH            PIC 9(8)      VALUE 0.
                03  WS-BYPASS-COUNT        PIC 9(4)      VALUE 0.
                03  WS-BAT-REJ-COUNT       PIC 9(4)      VALUE 0.
                03  WS-CURR-CLERK          PIC X(8)      VALUE SPACES.
      **************************************************************
      *     MAKER-CHECKER FIELDS - WS-HOLD-REASON IS NON-BLANK WHEN  *
      *     THE TRANSACTION IN HAND MUST WAIT FOR AN APPROVER;       *
      *     WS-RELEASE-SW IS 'Y' WHILE A RELEASED ITEM IS APPLIED,   *
      *     SO IT GOES THROUGH WITHOUT BEING HELD A SECOND TIME      *
      **************************************************************
                03  WS-PEND-STATUS         PIC XX        VALUE SPACES.
                03  WS-APPR-STATUS         PIC XX        VALUE SPACES.
                03  WS-CONFD-STATUS        PIC XX        VALUE SPACES.
                03  WS-CONFD-AVAIL         PIC X         VALUE 'N'.
                03  WS-PEND-CTL-ON-FILE    PIC X         VALUE 'N'.
                03  WS-NEXT-REF            PIC 9(6)      VALUE 0.
                03  WS-HOLD-REASON         PIC X         VALUE SPACE.
                03  WS-RELEASE-SW          PIC X         VALUE 'N'.
                03  WS-CURR-APPROVER       PIC X(8)      VALUE SPACES.
                03  WS-AP-TEXT             PIC X(45)     VALUE SPACES.
                03  WS-REJ-BEFORE          PIC 9(4)      VALUE 0.
                03  WS-HELD-COUNT          PIC 9(4)      VALUE 0.
                03  WS-RELEASED-COUNT      PIC 9(4)      VALUE 0.
                03  WS-APPR-REJ-COUNT      PIC 9(4)      VALUE 0.
                03  WS-APPR-IGNORE-COUNT   PIC 9(4)      VALUE 0.
      **************************************************************
      *     DIPLOMA INVENTORY FIELDS - THE INVENTORY IS ONLY THERE  *
      *     ONCE LAB3DIPL HAS RUN, SO IT IS OPENED IF PRESENT       *
      **************************************************************
                03  WS-DIPIV-STATUS        PIC XX        VALUE SPACES.
                03  WS-DIPLG-STATUS        PIC XX        VALUE SPACES.
                03  WS-DIPIV-AVAIL         PIC X         VALUE 'N'.
                03  WS-DIPL-FLAG-COUNT     PIC 9(4)      VALUE 0.
      **************************************************************
      *     AUDIT JOURNAL WORK FIELDS - THE BEFORE-IMAGE IS SAVED   *
      *     AT THE READ, THE AFTER-IMAGE AT THE WRITE/REWRITE, SO   *
                03  WS-DEGREE-FOUND-SW     PIC X         VALUE 'N'.
                03  WS-DEGREF-STATUS       PIC XX        VALUE SPACES.
                03  WS-FB-IDX              PIC 9(2)      VALUE 0.
                03  WS-CHECK-DEGREE        PIC X(4)      VALUE SPACES.
      **************************************************************
      *     DEGREE AWARD WORK FIELDS - WS-AWARD-AVAIL-SW IS 'N'     *
      *     WHEN THE DEGREE A TRANSACTION WANTS IS ALREADY ONE OF   *
      *     THE GRADUATE'S AWARDS (PRIMARY OR ADDITIONAL)           *
      **************************************************************
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL-SW      PIC X         VALUE 'Y'.
                03  WS-AWARD-DEGREE        PIC X(4)      VALUE SPACES.
                03  WS-AWARD-YEAR          PIC X(4)      VALUE SPACES.
                03  WS-AWBK-COUNT          PIC 9(5)      VALUE 0.
      **************************************************************
      *     SURROGATE-ID SEED FOR THE ONE-TIME MIGRATION - OLD      *
      *     DA-INPUT RECORDS CARRY NO STUDENT ID, SO EACH ONE IS    *
      **************************************************************
                03  WS-NEXT-SEED-ID        PIC 9(9)  VALUE 900000000.
      **************************************************************
      *     NIGHTLY CYCLE-CONTROL POSTING FIELDS - R WHEN THE RUN   *
      *     STARTS, C OR F WHEN IT ENDS, WITH THREE KEY COUNTS      *
      **************************************************************
                03  WS-CYCTL-STATUS        PIC XX        VALUE SPACES.
                03  WS-CY-ON-FILE          PIC X         VALUE 'N'.
                03  WS-CY-CYCLE-NO         PIC 9(6)      VALUE 0.
                03  WS-CY-STATUS           PIC X         VALUE 'R'.
                03  WS-CY-START-DATE       PIC 9(8)      VALUE 0.
                03  WS-CY-START-TIME       PIC 9(8)      VALUE 0.
                03  WS-CY-COUNT-1          PIC 9(7)      VALUE 0.
                03  WS-CY-COUNT-2          PIC 9(7)      VALUE 0.
                03  WS-CY-COUNT-3          PIC 9(7)      VALUE 0.
                03  WS-CY-REASON           PIC X(20)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                PERFORM 9000-POST-CYCLE-START.
                PERFORM 1000-OPEN-FILES.
                PERFORM 1200-LOAD-DEGREE-TABLE.
                PERFORM 1300-BACKUP-MASTER.
                PERFORM 2500-VERIFY-BATCHES.
                PERFORM 1100-PRINT-HEAD.
                PERFORM 2700-PROCESS-APPROVALS.
                PERFORM 2000-READ-TRANS.
                PERFORM 3000-PROCESS-TRANS
                    UNTIL EOF-T = 1.
                PERFORM 1900-PRINT-SUMMARY.
                PERFORM 3900-UPDATE-BATCH-CONTROL.
                PERFORM 4000-REGEN-DA-INPUT.
                IF WS-CONFD-AVAIL = 'Y'
                    CLOSE CONFD-FILE
                END-IF.
                IF WS-DIPIV-AVAIL = 'Y'
                    CLOSE DIPIV-FILE
                          DIPLG-FILE
                END-IF.
                CLOSE GRADMAST
                      AWARD-FILE
                      PEND-FILE
                      TRANS-FILE
                      MAINT-RPT
                      JRNL-FILE.
                PERFORM 9050-POST-CYCLE-END.
                STOP RUN.

       1000-OPEN-FILES.
                    OPEN I-O GRADMAST
                    PERFORM 1050-MIGRATE-FROM-INPUT
                END-IF.
                OPEN I-O AWARD-FILE.
                IF WS-AWARD-STATUS = '35'
                    OPEN OUTPUT AWARD-FILE
                    CLOSE AWARD-FILE
                    OPEN I-O AWARD-FILE
                END-IF.
                OPEN I-O PEND-FILE.
                IF WS-PEND-STATUS = '35'
                    OPEN OUTPUT PEND-FILE
                    CLOSE PEND-FILE
                    OPEN I-O PEND-FILE
                END-IF.
                MOVE 0                      TO  PD-REF-NO.
                READ PEND-FILE.
                IF WS-PEND-STATUS = '00'
                    MOVE 'Y'                 TO  WS-PEND-CTL-ON-FILE
                    MOVE PC-LAST-REF         TO  WS-NEXT-REF
                END-IF.
                OPEN INPUT CONFD-FILE.
                IF WS-CONFD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CONFD-AVAIL
                END-IF.
                OPEN OUTPUT MAINT-RPT.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-RUN-TIME FROM TIME.
                IF WS-JRNL-STATUS = '35'
                    OPEN OUTPUT JRNL-FILE
                END-IF.
                OPEN I-O DIPIV-FILE.
                IF WS-DIPIV-STATUS = '00'
                    MOVE 'Y'                 TO  WS-DIPIV-AVAIL
                    OPEN EXTEND DIPLG-FILE
                    IF WS-DIPLG-STATUS = '35'
                        OPEN OUTPUT DIPLG-FILE
                    END-IF
                END-IF.

      **************************************************************
      *   ONE-TIME MIGRATION - THE FIRST TIME GRADMAST IS CREATED, *
                    END-IF
                END-PERFORM.
                PERFORM 1330-CLOSE-BKUP-GEN.
                PERFORM 1340-BACKUP-AWARDS.
                MOVE WS-BKUP-GEN            TO  BK-LAST-GEN.
                MOVE WS-RUN-DATE    TO  BK-GEN-DATE (WS-BKUP-GEN).
                MOVE WS-RUN-TIME    TO  BK-GEN-TIME (WS-BKUP-GEN).
                OPEN OUTPUT BKPCTL-FILE.
                WRITE BKPCTL-REC.
                CLOSE BKPCTL-FILE.
                        CLOSE BKUP3-FILE
                END-EVALUATE.

      **************************************************************
      *   COPIES DA-AWARD TO THE AWARD BACKUP OF THE SAME          *
      *   GENERATION NUMBER AS THE MASTER BACKUP JUST TAKEN        *
      **************************************************************

       1340-BACKUP-AWARDS.
                PERFORM 1350-OPEN-AWBK-GEN.
                MOVE 0                      TO  WS-AWBK-COUNT.
                MOVE LOW-VALUES              TO  AW-KEY.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                        PERFORM 1360-WRITE-AWBK-REC
                        ADD 1 TO WS-AWBK-COUNT
                    END-IF
                END-PERFORM.
                PERFORM 1370-CLOSE-AWBK-GEN.

       1350-OPEN-AWBK-GEN.
                EVALUATE WS-BKUP-GEN
                    WHEN 1
                        OPEN OUTPUT AWBK1-FILE
                    WHEN 2
                        OPEN OUTPUT AWBK2-FILE
                    WHEN OTHER
                        OPEN OUTPUT AWBK3-FILE
                END-EVALUATE.

       1360-WRITE-AWBK-REC.
                EVALUATE WS-BKUP-GEN
                    WHEN 1
                        WRITE AWBK1-REC FROM AWARD-REC
                    WHEN 2
                        WRITE AWBK2-REC FROM AWARD-REC
                    WHEN OTHER
                        WRITE AWBK3-REC FROM AWARD-REC
                END-EVALUATE.

       1370-CLOSE-AWBK-GEN.
                EVALUATE WS-BKUP-GEN
                    WHEN 1
                        CLOSE AWBK1-FILE
                    WHEN 2
                        CLOSE AWBK2-FILE
                    WHEN OTHER
                        CLOSE AWBK3-FILE
                END-EVALUATE.

      **************************************************************
      *   LOADS THE VALID DEGREE-CODE SET FROM DA-DEGREF AT        *
      *   START-UP, FALLING BACK TO THE OLD BUILT-IN SIX WHEN THE  *
                            END-IF
                        END-IF
                    END-IF
                    IF BH-CLERK-ID = SPACES
                        MOVE 'CLERK ID MISSING'
                            TO  WS-TX-RESULT
                        PERFORM 2560-FLAG-BAD-BATCH
                    END-IF
                ELSE
                    MOVE 0                   TO  WS-CURR-ENTRY
                END-IF.
                        TO  WS-BAT-REASON (WS-CURR-ENTRY)
                END-IF.

      **************************************************************
      *   WORKS THE APPROVAL DECK AHEAD OF TONIGHT'S TRANSACTIONS. *
      *   NO DA-APPRX MEANS NOTHING WAS ACTIONED TODAY             *
      **************************************************************

       2700-PROCESS-APPROVALS.
                OPEN INPUT APPR-FILE.
                IF WS-APPR-STATUS = '00'
                    MOVE SPACES              TO  MAINT-REC
                    WRITE MAINT-REC
                          AFTER ADVANCING 1 LINE
                    WRITE MAINT-REC FROM MAINT-APPR-HEAD
                          AFTER ADVANCING 1 LINE
                    MOVE 0                   TO  EOF-A
                    PERFORM 2710-READ-APPROVAL
                    PERFORM 2720-APPLY-ONE-APPROVAL
                        UNTIL EOF-A = 1
                    CLOSE APPR-FILE
                END-IF.

       2710-READ-APPROVAL.
                READ APPR-FILE
                    AT END MOVE 1 TO EOF-A.

      **************************************************************
      *   ONE APPROVAL CARD. THE CARD IS IGNORED (AND SAYS WHY ON  *
      *   THE REPORT) UNLESS IT NAMES A PENDING ITEM AND AN        *
      *   APPROVER OTHER THAN THE CLERK WHO KEYED THE ITEM. A      *
      *   REJECT CLOSES THE ITEM UNAPPLIED; A RELEASE APPLIES IT   *
      **************************************************************

       2720-APPLY-ONE-APPROVAL.
                MOVE SPACES                 TO  WS-AP-TEXT.
                MOVE AP-REF-NO-X            TO  L-AP-REF.
                MOVE AP-APPROVER-ID         TO  L-AP-APPROVER.
                EVALUATE AP-ACTION
                    WHEN 'R'
                        MOVE 'RELEASE'       TO  L-AP-ACTION
                    WHEN 'J'
                        MOVE 'REJECT'        TO  L-AP-ACTION
                    WHEN OTHER
                        MOVE AP-ACTION       TO  L-AP-ACTION
                END-EVALUATE.
                EVALUATE TRUE
                    WHEN AP-ACTION NOT = 'R' AND AP-ACTION NOT = 'J'
                        MOVE '** ACTION NOT R OR J - IGNORED **'
                            TO  WS-AP-TEXT
                    WHEN AP-REF-NO-X NOT NUMERIC
                        MOVE '** REFERENCE NOT NUMERIC - IGNORED **'
                            TO  WS-AP-TEXT
                    WHEN AP-APPROVER-ID = SPACES
                        MOVE '** APPROVER ID MISSING - IGNORED **'
                            TO  WS-AP-TEXT
                    WHEN OTHER
                        PERFORM 2730-FIND-PENDING
                END-EVALUATE.
                IF WS-AP-TEXT NOT = SPACES
                    ADD 1                    TO  WS-APPR-IGNORE-COUNT
                    MOVE WS-AP-TEXT          TO  L-AP-TEXT
                    WRITE MAINT-REC FROM MAINT-APPR-LINE
                          AFTER ADVANCING 1 LINE
                ELSE
                    IF AP-ACTION = 'J'
                        PERFORM 2740-REJECT-ITEM
                    ELSE
                        PERFORM 2750-RELEASE-ITEM
                    END-IF
                END-IF.
                PERFORM 2710-READ-APPROVAL.

      *        REFERENCE 000000 IS THE CONTROL RECORD, NEVER AN ITEM.
      *        AN ITEM HELD WITH NO KEYING CLERK ON IT CANNOT BE
      *        PROVED TO HAVE A SECOND PERSON, SO IT MAY ONLY BE
      *        REJECTED AND KEYED AGAIN
       2730-FIND-PENDING.
                MOVE AP-REF-NO              TO  PD-REF-NO.
                READ PEND-FILE.
                IF WS-PEND-STATUS NOT = '00' OR AP-REF-NO = 0
                    MOVE '** REFERENCE NOT ON FILE - IGNORED **'
                        TO  WS-AP-TEXT
                ELSE
                    IF PD-STATUS NOT = 'P'
                        MOVE '** ALREADY ACTIONED - IGNORED **'
                            TO  WS-AP-TEXT
                    ELSE
                        IF AP-APPROVER-ID = PD-CLERK-ID
                            MOVE '** SAME AS KEYING CLERK - IGNORED **'
                                TO  WS-AP-TEXT
                        END-IF
                        IF AP-ACTION = 'R' AND PD-CLERK-ID = SPACES
                            MOVE '** NO KEYING CLERK - REJECT ONLY **'
                                TO  WS-AP-TEXT
                        END-IF
                    END-IF
                END-IF.

       2740-REJECT-ITEM.
                MOVE 'J'                    TO  PD-STATUS.
                MOVE WS-RUN-DATE            TO  PD-ACTION-DATE.
                MOVE AP-APPROVER-ID         TO  PD-APPROVER-ID.
                IF AP-NOTE NOT = SPACES
                    MOVE AP-NOTE             TO  PD-RESULT
                ELSE
                    MOVE 'REJECTED BY APPROVER' TO PD-RESULT
                END-IF.
                REWRITE PEND-REC.
                ADD 1                       TO  WS-APPR-REJ-COUNT.
                MOVE 'REJECTED - NOT APPLIED' TO L-AP-TEXT.
                WRITE MAINT-REC FROM MAINT-APPR-LINE
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   A RELEASED ITEM IS APPLIED AS IF IT WERE BEING READ FROM *
      *   ITS ORIGINAL BATCH - SAME BATCH NUMBER ON THE JOURNAL,   *
      *   SAME EDITS - WITH THE APPROVER'S ID ON EVERY JOURNAL     *
      *   ENTRY IT WRITES. AN ITEM THE EDITS OR THE MASTER REFUSE  *
      *   TONIGHT IS CLOSED AS F WITH THE REASON                   *
      **************************************************************

       2750-RELEASE-ITEM.
                MOVE 'RELEASED - APPLIED AS BELOW' TO L-AP-TEXT.
                WRITE MAINT-REC FROM MAINT-APPR-LINE
                      AFTER ADVANCING 1 LINE.
                MOVE PD-TRANS               TO  TRANS-REC.
                MOVE PD-HELD-BATCH          TO  WS-CURR-BATCH.
                MOVE AP-APPROVER-ID         TO  WS-CURR-APPROVER.
                MOVE 'Y'                    TO  WS-CURR-BATCH-OK.
                MOVE 'Y'                    TO  WS-RELEASE-SW.
                MOVE WS-REJECT-COUNT        TO  WS-REJ-BEFORE.
                PERFORM 3010-APPLY-TRANS.
                IF WS-REJECT-COUNT > WS-REJ-BEFORE
                    MOVE 'F'                 TO  PD-STATUS
                ELSE
                    MOVE 'R'                 TO  PD-STATUS
                    ADD 1                    TO  WS-RELEASED-COUNT
                END-IF.
                MOVE WS-RUN-DATE            TO  PD-ACTION-DATE.
                MOVE AP-APPROVER-ID         TO  PD-APPROVER-ID.
                MOVE WS-TX-RESULT           TO  PD-RESULT.
                REWRITE PEND-REC.
                MOVE 'N'                    TO  WS-RELEASE-SW.
                MOVE SPACES                 TO  WS-CURR-APPROVER.
                MOVE 'N'                    TO  WS-CURR-BATCH-OK.
                MOVE 0                      TO  WS-CURR-BATCH.

      **************************************************************

      *   APPLIES ONE ADD/CHANGE/DELETE TRANSACTION AGAINST MASTER *
                            TO WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    ELSE
                        MOVE SPACE           TO  WS-HOLD-REASON
                        IF WS-RELEASE-SW NOT = 'Y'
                            PERFORM 3020-CHECK-HOLD
                        END-IF
                        IF WS-HOLD-REASON NOT = SPACE
                            PERFORM 3030-HOLD-TRANS
                        ELSE
                            PERFORM 3015-APPLY-BY-CODE
                        END-IF
                    END-IF
                END-IF.
                PERFORM 1800-PRINT-TRANS-LINE.

       3015-APPLY-BY-CODE.
                EVALUATE TX-CODE
                    WHEN 'A'
                        PERFORM 3100-ADD-RECORD
                    WHEN 'C'
                        PERFORM 3200-CHANGE-RECORD
                    WHEN 'D'
                        PERFORM 3300-DELETE-RECORD
                    WHEN 'N'
                        PERFORM 3600-ADD-AWARD
                    WHEN 'M'
                        PERFORM 3700-CHANGE-AWARD
                    WHEN 'X'
                        PERFORM 3800-DELETE-AWARD
                    WHEN OTHER
                        PERFORM 3400-INVALID-CODE
                END-EVALUATE.

      **************************************************************
      *   DECIDES WHETHER THE TRANSACTION NEEDS A SECOND PAIR OF   *
      *   EYES - EVERY DELETE, EVERY RENAME, AND ANY CHANGE TO THE *
      *   DEGREE OR YEAR OF A GRADUATE DA-CONFD SHOWS AS CONFERRED *
      *   (A C, M, OR X). A 'C' CARRYING ONLY THE FERPA OR HONORS  *
      *   FLAG IS NOT HELD - A HOLD REQUEST MUST TAKE EFFECT THAT  *
      *   NIGHT, AND HONORS COME FROM THE REGISTRAR'S OWN FEED     *
      **************************************************************

       3020-CHECK-HOLD.
                EVALUATE TRUE
                    WHEN TX-CODE = 'D'
                        MOVE 'D'             TO  WS-HOLD-REASON
                    WHEN TX-CODE = 'C' AND TX-NEW-NAME NOT = SPACES
                        MOVE 'R'             TO  WS-HOLD-REASON
                    WHEN TX-CODE = 'C' AND (TX-DEGREE NOT = SPACES
                                            OR TX-YEAR NOT = SPACES)
                        PERFORM 3025-CHECK-CONFERRED
                    WHEN TX-CODE = 'M' OR TX-CODE = 'X'
                        PERFORM 3025-CHECK-CONFERRED
                END-EVALUATE.

       3025-CHECK-CONFERRED.
                IF WS-CONFD-AVAIL = 'Y'
                    MOVE TX-STUDENT-ID       TO  CD-STUDENT-ID
                    READ CONFD-FILE
                    IF WS-CONFD-STATUS = '00'
                        MOVE 'C'             TO  WS-HOLD-REASON
                    END-IF
                END-IF.

      **************************************************************
      *   PUTS THE TRANSACTION ON DA-PENDG UNDER THE NEXT          *
      *   REFERENCE NUMBER INSTEAD OF APPLYING IT. IT IS EDITED    *
      *   FIRST (A DELETE CARRIES NOTHING TO EDIT) AND MUST NAME A *
      *   GRADUATE ON FILE, SO THE APPROVER IS ONLY EVER ASKED     *
      *   ABOUT A TRANSACTION THAT COULD ACTUALLY BE APPLIED       *
      **************************************************************

       3030-HOLD-TRANS.
                MOVE 'Y'                    TO  WS-EDIT-SW.
                IF TX-CODE NOT = 'D'
                    PERFORM 3050-EDIT-TRANS
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    MOVE TX-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS NOT = '00'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'NOT ON FILE - NOT HELD'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    ADD 1                    TO  WS-NEXT-REF
                    MOVE SPACES              TO  PEND-REC
                    MOVE WS-NEXT-REF         TO  PD-REF-NO
                    MOVE 'P'                 TO  PD-STATUS
                    MOVE WS-HOLD-REASON      TO  PD-HOLD-REASON
                    MOVE WS-RUN-DATE         TO  PD-HELD-DATE
                    MOVE WS-CURR-BATCH       TO  PD-HELD-BATCH
                    MOVE WS-CURR-CLERK       TO  PD-CLERK-ID
                    MOVE 0                   TO  PD-ACTION-DATE
                    MOVE TRANS-REC           TO  PD-TRANS
                    WRITE PEND-REC
                    IF WS-PEND-STATUS = '00'
                        PERFORM 3035-SAVE-LAST-REF
                        MOVE SPACES          TO  WS-TX-RESULT
                        STRING 'HELD FOR APPROVAL - REF '
                                             DELIMITED BY SIZE
                            WS-NEXT-REF      DELIMITED BY SIZE
                            INTO WS-TX-RESULT
                        ADD 1                TO  WS-HELD-COUNT
                    ELSE
                        SUBTRACT 1           FROM WS-NEXT-REF
                        MOVE 'PENDING FILE ERROR - NOT HELD'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    END-IF
                END-IF.

       3035-SAVE-LAST-REF.
                MOVE SPACES                 TO  PEND-CONTROL-REC.
                MOVE 0                      TO  PC-REF-NO.
                MOVE WS-NEXT-REF            TO  PC-LAST-REF.
                IF WS-PEND-CTL-ON-FILE = 'Y'
                    REWRITE PEND-CONTROL-REC
                ELSE
                    WRITE PEND-CONTROL-REC
                    MOVE 'Y'                 TO  WS-PEND-CTL-ON-FILE
                END-IF.

      **************************************************************
      *   REPORTS THE VERDICT ON A BATCH AS ITS HEADER COMES UP IN  *
      *   THE MAIN PASS - AN ACCEPTED BATCH'S TRANSACTIONS ARE      *

       3500-START-BATCH.
                ADD 1                       TO  WS-BAT-PTR.
                MOVE BH-CLERK-ID            TO  WS-CURR-CLERK.
                MOVE BH-BATCH-NO            TO  L-BAT-NO.
                MOVE SPACES                 TO  L-BAT-TEXT.
                IF WS-BAT-PTR > WS-BAT-CT
                    MOVE 'N'                 TO  WS-CURR-BATCH-OK
                    ADD 1                    TO  WS-BAT-REJ-COUNT
                    MOVE '** REJECTED - BATCH TABLE FULL **'
                        TO  L-BAT-TEXT
                ELSE
                        END-IF
                    ELSE
                        MOVE 'N'             TO  WS-CURR-BATCH-OK
                        ADD 1                TO  WS-BAT-REJ-COUNT
                        MOVE SPACES          TO  L-BAT-TEXT
                        STRING '** REJECTED - ' DELIMITED BY SIZE
                            WS-BAT-REASON (WS-BAT-PTR)
       3550-END-BATCH.
                MOVE 'N'                    TO  WS-CURR-BATCH-OK.
                MOVE 0                      TO  WS-CURR-BATCH.
                MOVE SPACES                 TO  WS-CURR-CLERK.

      **************************************************************
      *   REMEMBERS THE HIGHEST BATCH NUMBER APPLIED THIS RUN SO   *
      *   MASTER - ON AN ADD EVERY FIELD MUST BE PRESENT AND       *
      *   VALID; ON A CHANGE A BLANK FIELD MEANS "LEAVE AS IS" SO  *
      *   ONLY SUPPLIED FIELDS ARE EDITED. THE FIRST FAILURE WINS  *
      *   AND ITS REASON GOES ON THE MAINTENANCE REPORT. AN AWARD  *
      *   TRANSACTION (N/M/X) MUST NAME ITS DEGREE; AN N IS EDITED *
      *   LIKE AN ADD, WHILE M AND X NAME AN AWARD ALREADY ON FILE *
      *   SO ONLY A NEW DEGREE ON AN M IS CHECKED FOR VALIDITY     *
      **************************************************************

       3050-EDIT-TRANS.
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y'
                        AND (TX-CODE = 'N' OR TX-CODE = 'M'
                             OR TX-CODE = 'X')
                    IF TX-DEGREE = SPACES
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'DEGREE MISSING - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y'
                        AND (TX-CODE = 'A' OR TX-CODE = 'N'
                             OR TX-YEAR NOT = SPACES)
                    IF TX-YEAR NOT NUMERIC
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'YEAR NOT NUMERIC - REJECTED'
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y'
                        AND TX-CODE NOT = 'M' AND TX-CODE NOT = 'X'
                        AND (TX-CODE = 'A' OR TX-CODE = 'N'
                             OR TX-DEGREE NOT = SPACES)
                    MOVE TX-DEGREE           TO  WS-CHECK-DEGREE
                    PERFORM 3070-CHECK-DEGREE
                    IF WS-DEGREE-FOUND-SW NOT = 'Y'
                        MOVE 'N'             TO  WS-EDIT-SW
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND TX-NEW-DEGREE NOT = SPACES
                    IF TX-CODE NOT = 'M'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'NEW DEGREE ON NON-M - REJECTED'
                            TO  WS-TX-RESULT
                    ELSE
                        MOVE TX-NEW-DEGREE   TO  WS-CHECK-DEGREE
                        PERFORM 3070-CHECK-DEGREE
                        IF WS-DEGREE-FOUND-SW NOT = 'Y'
                            MOVE 'N'         TO  WS-EDIT-SW
                            MOVE 'NEW DEGREE UNKNOWN - REJECTED'
                                TO  WS-TX-RESULT
                        END-IF
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND TX-CODE = 'M'
                        AND TX-YEAR = SPACES
                        AND TX-NEW-DEGREE = SPACES
                    MOVE 'N'                 TO  WS-EDIT-SW
                    MOVE 'NOTHING TO CHANGE - REJECTED'
                        TO  WS-TX-RESULT
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    IF TX-FERPA-HOLD NOT = SPACE
                            AND TX-FERPA-HOLD NOT = 'Y'
                            AND TX-FERPA-HOLD NOT = 'N'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'FERPA FLAG NOT Y/N - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    IF TX-HONORS NOT = SPACE
                            AND TX-HONORS NOT = 'S'
                            AND TX-HONORS NOT = 'M'
                            AND TX-HONORS NOT = 'C'
                            AND TX-HONORS NOT = 'N'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'HONORS NOT S/M/C/N - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.

       3070-CHECK-DEGREE.
                MOVE 'N'                    TO  WS-DEGREE-FOUND-SW.
                PERFORM VARYING WS-DEGREE-IDX FROM 1 BY 1
                        UNTIL WS-DEGREE-IDX > WS-DEG-CT
                    IF DT-CODE (WS-DEGREE-IDX) = WS-CHECK-DEGREE
                        MOVE 'Y'             TO  WS-DEGREE-FOUND-SW
                        MOVE WS-DEG-CT       TO  WS-DEGREE-IDX
                    END-IF
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE SPACES              TO  GRADUATE-MASTER-REC
                    MOVE TX-STUDENT-ID       TO  MAST-STUDENT-ID
                    MOVE TX-NAME             TO  MAST-NAME
                    MOVE TX-DEGREE           TO  MAST-DEGREE
                    MOVE TX-YEAR             TO  MAST-YEAR
                    IF TX-FERPA-HOLD = 'Y'
                        MOVE 'Y'             TO  MAST-FERPA-HOLD
                    END-IF
                    IF TX-HONORS NOT = SPACE AND TX-HONORS NOT = 'N'
                        MOVE TX-HONORS       TO  MAST-HONORS
                    END-IF
                    WRITE GRADUATE-MASTER-REC
                    IF WS-MAST-STATUS = '00'
                        MOVE 'ADDED'         TO  WS-TX-RESULT
                        ADD 1                TO  WS-ADD-COUNT
                        IF MAST-FERPA-HOLD = 'Y'
                            ADD 1            TO  WS-FERPA-SET-COUNT
                        END-IF
                        IF MAST-HONORS NOT = SPACE
                            ADD 1            TO  WS-HONORS-SET-COUNT
                        END-IF
                        MOVE SPACES          TO  WS-BEFORE-IMAGE
                        MOVE GRADUATE-MASTER-REC TO WS-AFTER-IMAGE
                        MOVE 'A'             TO  WS-JRNL-CODE
                READ GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE GRADUATE-MASTER-REC TO WS-BEFORE-IMAGE
      *            A NEW PRIMARY DEGREE MAY NOT DUPLICATE ONE OF THE
      *            GRADUATE'S ADDITIONAL AWARDS
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL-SW
                    IF TX-DEGREE NOT = SPACES
                            AND TX-DEGREE NOT = MAST-DEGREE
                        MOVE TX-DEGREE       TO  WS-AWARD-DEGREE
                        PERFORM 3650-CHECK-AWARD-FREE
                    END-IF
                    IF WS-AWARD-AVAIL-SW NOT = 'Y'
                        MOVE 'ALREADY AWARDED - REJECTED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    ELSE
                        IF TX-NEW-NAME NOT = SPACES
                                AND TX-NEW-NAME NOT = MAST-NAME
                            PERFORM 3250-RENAME-RECORD
                        ELSE
                            IF TX-DEGREE NOT = SPACES
                                MOVE TX-DEGREE TO MAST-DEGREE
                            END-IF
                            IF TX-YEAR NOT = SPACES
                                MOVE TX-YEAR TO  MAST-YEAR
                            END-IF
                            PERFORM 3270-APPLY-FERPA-HOLD
                            PERFORM 3280-APPLY-HONORS
                            REWRITE GRADUATE-MASTER-REC
                            MOVE 'CHANGED'   TO  WS-TX-RESULT
                            ADD 1            TO  WS-CHANGE-COUNT
                            MOVE GRADUATE-MASTER-REC
                                TO  WS-AFTER-IMAGE
                            MOVE 'C'         TO  WS-JRNL-CODE
                            PERFORM 8100-WRITE-JOURNAL
                        END-IF
                    END-IF
                ELSE
                    MOVE 'NOT ON FILE - NOT CHANGED' TO WS-TX-RESULT
                IF TX-YEAR NOT = SPACES
                    MOVE TX-YEAR             TO  MAST-YEAR
                END-IF.
                PERFORM 3270-APPLY-FERPA-HOLD.
                PERFORM 3280-APPLY-HONORS.
                REWRITE GRADUATE-MASTER-REC.
                MOVE 'RENAMED/CHANGED'      TO  WS-TX-RESULT.
                ADD 1                        TO  WS-CHANGE-COUNT.
                MOVE GRADUATE-MASTER-REC    TO  WS-AFTER-IMAGE.
                MOVE 'R'                    TO  WS-JRNL-CODE.
                PERFORM 8100-WRITE-JOURNAL.
                IF WS-DIPIV-AVAIL = 'Y'
                    PERFORM 3260-FLAG-DIPLOMA-REPRINT
                END-IF.

      **************************************************************
      *   A DIPLOMA ALREADY PRINTED UNDER A NAME THE MASTER NO     *
      *   LONGER CARRIES IS FLAGGED FOR REPRINT - WHETHER STILL ON *
      *   HAND OR ALREADY RELEASED - AND THE REQUEST IS LOGGED     *
      *   UNDER THE CLERK (OR APPROVER) WHO APPLIED THE RENAME.    *
      *   A RELEASED DIPLOMA KEEPS ITS RELEASE DATE, SO LAB3DSTA   *
      *   SHOWS IT AS A REPRINT PENDING RATHER THAN ONE ON HAND.   *
      *   RENAMING BACK TO THE PRINTED NAME LEAVES IT ALONE        *
      **************************************************************

       3260-FLAG-DIPLOMA-REPRINT.
                MOVE MAST-STUDENT-ID        TO  DI-STUDENT-ID.
                READ DIPIV-FILE.
                IF WS-DIPIV-STATUS = '00'
                        AND DI-PRINTED-NAME NOT = MAST-NAME
                    MOVE 'R'                 TO  DI-STATUS
                    MOVE 'NAME CHANGED ON GRADMAST'
                        TO  DI-REPRINT-REASON
                    MOVE WS-RUN-DATE         TO  DI-REPRINT-DATE
                    REWRITE DIPIV-REC
                    ADD 1                    TO  WS-DIPL-FLAG-COUNT
                    MOVE SPACES              TO  DIPLG-REC
                    MOVE WS-RUN-DATE         TO  DL-DATE
                    MOVE WS-RUN-TIME         TO  DL-TIME
                    MOVE MAST-STUDENT-ID     TO  DL-STUDENT-ID
                    MOVE 'Q'                 TO  DL-EVENT
                    MOVE WS-CURR-CLERK       TO  DL-CLERK-ID
                    IF WS-CURR-APPROVER NOT = SPACES
                        MOVE WS-CURR-APPROVER TO DL-CLERK-ID
                    END-IF
                    STRING 'NAME CHANGED TO '  DELIMITED BY SIZE
                        MAST-NAME            DELIMITED BY SIZE
                        INTO DL-DETAIL
                    WRITE DIPLG-REC
                END-IF.

      **************************************************************
      *   SETS OR CLEARS THE FERPA HOLD WHEN THE CHANGE CARD ASKS  *
      *   FOR IT - THE FLAG RIDES IN THE MASTER IMAGE, SO THE      *
      *   BEFORE/AFTER JOURNAL RECORD SHOWS WHO HAD A HOLD WHEN    *
      **************************************************************

       3270-APPLY-FERPA-HOLD.
                IF TX-FERPA-HOLD = 'Y' AND MAST-FERPA-HOLD NOT = 'Y'
                    MOVE 'Y'                 TO  MAST-FERPA-HOLD
                    ADD 1                    TO  WS-FERPA-SET-COUNT
                END-IF.
                IF TX-FERPA-HOLD = 'N' AND MAST-FERPA-HOLD = 'Y'
                    MOVE SPACE               TO  MAST-FERPA-HOLD
                    ADD 1                    TO  WS-FERPA-CLR-COUNT
                END-IF.

      **************************************************************
      *   SETS, CHANGES, OR CLEARS THE LATIN HONORS WHEN THE       *
      *   CHANGE CARD CARRIES TX-HONORS - JOURNALED WITH THE REST  *
      *   OF THE MASTER IMAGE LIKE THE FERPA HOLD                  *
      **************************************************************

       3280-APPLY-HONORS.
                IF TX-HONORS = 'N' AND MAST-HONORS NOT = SPACE
                    MOVE SPACE               TO  MAST-HONORS
                    ADD 1                    TO  WS-HONORS-CLR-COUNT
                END-IF.
                IF TX-HONORS NOT = SPACE AND TX-HONORS NOT = 'N'
                        AND TX-HONORS NOT = MAST-HONORS
                    MOVE TX-HONORS           TO  MAST-HONORS
                    ADD 1                    TO  WS-HONORS-SET-COUNT
                END-IF.

       3300-DELETE-RECORD.
                MOVE TX-STUDENT-ID          TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS = '00'
      *            THE GRADUATE'S ADDITIONAL AWARDS GO WITH THE MASTER
      *            RECORD - EACH IS JOURNALED AS AN 'X' AHEAD OF THE
      *            'D', SO A BACKOUT RESTORES THE GRADUATE FIRST AND
      *            THEN THE AWARDS
                    PERFORM 3350-DELETE-ALL-AWARDS
                    MOVE GRADUATE-MASTER-REC TO WS-BEFORE-IMAGE
                    DELETE GRADMAST RECORD
                    MOVE 'DELETED'           TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                END-IF.

       3350-DELETE-ALL-AWARDS.
                MOVE TX-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = TX-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = TX-STUDENT-ID
                        PERFORM 8200-BUILD-AWARD-IMAGE
                        MOVE AWARD-IMAGE     TO  WS-BEFORE-IMAGE
                        MOVE SPACES          TO  WS-AFTER-IMAGE
                        DELETE AWARD-FILE RECORD
                        ADD 1                TO  WS-AWARD-DEL-COUNT
                        MOVE 'X'             TO  WS-JRNL-CODE
                        PERFORM 8100-WRITE-JOURNAL
                    END-IF
                END-PERFORM.

       3400-INVALID-CODE.
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-TX-RESULT.
                ADD 1                        TO  WS-REJECT-COUNT.

      **************************************************************
      *   ADDS ONE MORE DEGREE AWARD FOR A GRADUATE ALREADY ON     *
      *   GRADMAST - A SECOND DEGREE, A DOUBLE MAJOR, OR A LATER   *
      *   GRADUATE DEGREE - WITHOUT DISTURBING THE PRIMARY AWARD   *
      *   ON THE MASTER. JOURNALED AS AN 'N' WITH THE AWARD IMAGE  *
      *   AS ITS AFTER-IMAGE                                       *
      **************************************************************

       3600-ADD-AWARD.
                PERFORM 3050-EDIT-TRANS.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE TX-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS NOT = '00'
                        MOVE 'NOT ON FILE - AWARD NOT ADDED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    ELSE
                        MOVE TX-DEGREE       TO  WS-AWARD-DEGREE
                        PERFORM 3650-CHECK-AWARD-FREE
                        IF WS-AWARD-AVAIL-SW NOT = 'Y'
                            MOVE 'ALREADY AWARDED - REJECTED'
                                TO  WS-TX-RESULT
                            ADD 1            TO  WS-REJECT-COUNT
                        ELSE
                            MOVE SPACES      TO  AWARD-REC
                            MOVE TX-STUDENT-ID TO AW-STUDENT-ID
                            MOVE TX-DEGREE   TO  AW-DEGREE
                            MOVE TX-YEAR     TO  AW-YEAR
                            WRITE AWARD-REC
                            MOVE 'AWARD ADDED' TO WS-TX-RESULT
                            ADD 1            TO  WS-AWARD-ADD-COUNT
                            PERFORM 8200-BUILD-AWARD-IMAGE
                            MOVE SPACES      TO  WS-BEFORE-IMAGE
                            MOVE AWARD-IMAGE TO  WS-AFTER-IMAGE
                            MOVE 'N'         TO  WS-JRNL-CODE
                            PERFORM 8100-WRITE-JOURNAL
                        END-IF
                    END-IF
                END-IF.

      **************************************************************
      *   WS-AWARD-AVAIL-SW = 'N' WHEN THE GRADUATE JUST READ FROM *
      *   GRADMAST ALREADY HOLDS WS-AWARD-DEGREE, EITHER AS THE    *
      *   PRIMARY AWARD OR AS AN ADDITIONAL ONE                    *
      **************************************************************

       3650-CHECK-AWARD-FREE.
                MOVE 'Y'                    TO  WS-AWARD-AVAIL-SW.
                IF WS-AWARD-DEGREE = MAST-DEGREE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL-SW
                ELSE
                    MOVE MAST-STUDENT-ID     TO  AW-STUDENT-ID
                    MOVE WS-AWARD-DEGREE     TO  AW-DEGREE
                    READ AWARD-FILE
                    IF WS-AWARD-STATUS = '00'
                        MOVE 'N'             TO  WS-AWARD-AVAIL-SW
                    END-IF
                END-IF.

      **************************************************************
      *   CHANGES ONE AWARD - TX-DEGREE NAMES IT, TX-YEAR CARRIES  *
      *   A NEW YEAR AND TX-NEW-DEGREE A NEW DEGREE CODE. WHEN THE *
      *   AWARD NAMED IS THE PRIMARY ONE THE MASTER ITSELF CHANGES *
      *   (JOURNALED 'C'); OTHERWISE THE DA-AWARD RECORD DOES      *
      *   (JOURNALED 'M'). A RECODE MAY NOT LAND ON A DEGREE THE   *
      *   GRADUATE ALREADY HOLDS                                   *
      **************************************************************

       3700-CHANGE-AWARD.
                PERFORM 3050-EDIT-TRANS.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE TX-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS NOT = '00'
                        MOVE 'NOT ON FILE - NOT CHANGED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    ELSE
                        MOVE 'Y'             TO  WS-AWARD-AVAIL-SW
                        IF TX-NEW-DEGREE NOT = SPACES
                                AND TX-NEW-DEGREE NOT = TX-DEGREE
                            MOVE TX-NEW-DEGREE TO WS-AWARD-DEGREE
                            PERFORM 3650-CHECK-AWARD-FREE
                        END-IF
                        IF WS-AWARD-AVAIL-SW NOT = 'Y'
                            MOVE 'ALREADY AWARDED - REJECTED'
                                TO  WS-TX-RESULT
                            ADD 1            TO  WS-REJECT-COUNT
                        ELSE
                            IF TX-DEGREE = MAST-DEGREE
                                PERFORM 3710-CHANGE-PRIMARY
                            ELSE
                                PERFORM 3720-CHANGE-ADDITIONAL
                            END-IF
                        END-IF
                    END-IF
                END-IF.

       3710-CHANGE-PRIMARY.
                MOVE GRADUATE-MASTER-REC    TO  WS-BEFORE-IMAGE.
                IF TX-NEW-DEGREE NOT = SPACES
                    MOVE TX-NEW-DEGREE       TO  MAST-DEGREE
                END-IF.
                IF TX-YEAR NOT = SPACES
                    MOVE TX-YEAR             TO  MAST-YEAR
                END-IF.
                REWRITE GRADUATE-MASTER-REC.
                MOVE 'AWARD CHANGED'        TO  WS-TX-RESULT.
                ADD 1                        TO  WS-AWARD-CHG-COUNT.
                MOVE GRADUATE-MASTER-REC    TO  WS-AFTER-IMAGE.
                MOVE 'C'                    TO  WS-JRNL-CODE.
                PERFORM 8100-WRITE-JOURNAL.

       3720-CHANGE-ADDITIONAL.
                MOVE TX-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE TX-DEGREE              TO  AW-DEGREE.
                READ AWARD-FILE.
                IF WS-AWARD-STATUS NOT = '00'
                    MOVE 'AWARD NOT FOUND - NOT CHANGED'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    PERFORM 8200-BUILD-AWARD-IMAGE
                    MOVE AWARD-IMAGE         TO  WS-BEFORE-IMAGE
                    IF TX-YEAR NOT = SPACES
                        MOVE TX-YEAR         TO  AW-YEAR
                    END-IF
      *            A RECODE CHANGES THE RECORD KEY, SO THE AWARD IS
      *            DELETED AND WRITTEN BACK UNDER THE NEW DEGREE
                    IF TX-NEW-DEGREE NOT = SPACES
                            AND TX-NEW-DEGREE NOT = TX-DEGREE
                        MOVE AW-YEAR         TO  WS-AWARD-YEAR
                        DELETE AWARD-FILE RECORD
                        MOVE SPACES          TO  AWARD-REC
                        MOVE TX-STUDENT-ID   TO  AW-STUDENT-ID
                        MOVE TX-NEW-DEGREE   TO  AW-DEGREE
                        MOVE WS-AWARD-YEAR   TO  AW-YEAR
                        WRITE AWARD-REC
                    ELSE
                        REWRITE AWARD-REC
                    END-IF
                    MOVE 'AWARD CHANGED'     TO  WS-TX-RESULT
                    ADD 1                    TO  WS-AWARD-CHG-COUNT
                    PERFORM 8200-BUILD-AWARD-IMAGE
                    MOVE AWARD-IMAGE         TO  WS-AFTER-IMAGE
                    MOVE 'M'                 TO  WS-JRNL-CODE
                    PERFORM 8100-WRITE-JOURNAL
                END-IF.

      **************************************************************
      *   DELETES ONE AWARD. AN ADDITIONAL AWARD IS SIMPLY DELETED *
      *   (JOURNALED 'X'). WHEN THE AWARD NAMED IS THE PRIMARY ONE *
      *   THE GRADUATE'S NEXT ADDITIONAL AWARD IS PROMOTED ONTO    *
      *   THE MASTER IN ITS PLACE; A GRADUATE WITH ONLY ONE AWARD  *
      *   IS REMOVED WITH A 'D', NOT AN 'X'                        *
      **************************************************************

       3800-DELETE-AWARD.
                PERFORM 3050-EDIT-TRANS.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE TX-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS NOT = '00'
                        MOVE 'NOT ON FILE - NOT DELETED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    ELSE
                        IF TX-DEGREE = MAST-DEGREE
                            PERFORM 3850-PROMOTE-AWARD
                        ELSE
                            PERFORM 3810-DELETE-ADDITIONAL
                        END-IF
                    END-IF
                END-IF.

       3810-DELETE-ADDITIONAL.
                MOVE TX-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE TX-DEGREE              TO  AW-DEGREE.
                READ AWARD-FILE.
                IF WS-AWARD-STATUS NOT = '00'
                    MOVE 'AWARD NOT FOUND - NOT DELETED'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    PERFORM 8200-BUILD-AWARD-IMAGE
                    MOVE AWARD-IMAGE         TO  WS-BEFORE-IMAGE
                    MOVE SPACES              TO  WS-AFTER-IMAGE
                    DELETE AWARD-FILE RECORD
                    MOVE 'AWARD DELETED'     TO  WS-TX-RESULT
                    ADD 1                    TO  WS-AWARD-DEL-COUNT
                    MOVE 'X'                 TO  WS-JRNL-CODE
                    PERFORM 8100-WRITE-JOURNAL
                END-IF.

      **************************************************************
      *   THE PROMOTED AWARD LEAVES DA-AWARD ('X') AND BECOMES THE *
      *   MASTER'S DEGREE AND YEAR ('C'), IN THAT ORDER, SO A      *
      *   BACKOUT PUTS THE MASTER BACK BEFORE THE AWARD            *
      **************************************************************

       3850-PROMOTE-AWARD.
                MOVE TX-STUDENT-ID          TO  AW-STUDENT-ID.
                MOVE LOW-VALUES              TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                IF WS-AWARD-STATUS = '00'
                    READ AWARD-FILE NEXT RECORD
                END-IF.
                IF WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = TX-STUDENT-ID
                    MOVE 'ONLY AWARD - USE D TO REMOVE'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE AW-DEGREE           TO  WS-AWARD-DEGREE
                    MOVE AW-YEAR             TO  WS-AWARD-YEAR
                    PERFORM 8200-BUILD-AWARD-IMAGE
                    MOVE AWARD-IMAGE         TO  WS-BEFORE-IMAGE
                    MOVE SPACES              TO  WS-AFTER-IMAGE
                    DELETE AWARD-FILE RECORD
                    MOVE 'X'                 TO  WS-JRNL-CODE
                    PERFORM 8100-WRITE-JOURNAL
                    MOVE GRADUATE-MASTER-REC TO  WS-BEFORE-IMAGE
                    MOVE WS-AWARD-DEGREE     TO  MAST-DEGREE
                    MOVE WS-AWARD-YEAR       TO  MAST-YEAR
                    REWRITE GRADUATE-MASTER-REC
                    MOVE GRADUATE-MASTER-REC TO  WS-AFTER-IMAGE
                    MOVE 'C'                 TO  WS-JRNL-CODE
                    PERFORM 8100-WRITE-JOURNAL
                    MOVE 'AWARD DELETED'     TO  WS-TX-RESULT
                    ADD 1                    TO  WS-AWARD-DEL-COUNT
                END-IF.

      **************************************************************

      *   PRINTS ONE LINE OF THE MAINTENANCE ACTIVITY REPORT        *
                MOVE WS-BYPASS-COUNT        TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'FERPA HOLDS SET:'     TO  L-SUMM-TEXT.
                MOVE WS-FERPA-SET-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'FERPA HOLDS CLEARED:' TO  L-SUMM-TEXT.
                MOVE WS-FERPA-CLR-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'HONORS SET:'          TO  L-SUMM-TEXT.
                MOVE WS-HONORS-SET-COUNT    TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'HONORS CLEARED:'      TO  L-SUMM-TEXT.
                MOVE WS-HONORS-CLR-COUNT    TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'AWARDS ADDED:'        TO  L-SUMM-TEXT.
                MOVE WS-AWARD-ADD-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'AWARDS CHANGED:'      TO  L-SUMM-TEXT.
                MOVE WS-AWARD-CHG-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'AWARDS DELETED:'      TO  L-SUMM-TEXT.
                MOVE WS-AWARD-DEL-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'HELD FOR APPROVAL:'   TO  L-SUMM-TEXT.
                MOVE WS-HELD-COUNT          TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'RELEASED BY APPROVER:' TO L-SUMM-TEXT.
                MOVE WS-RELEASED-COUNT      TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'REJECTED BY APPROVER:' TO L-SUMM-TEXT.
                MOVE WS-APPR-REJ-COUNT      TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'APPROVAL CARDS IGNORED:' TO L-SUMM-TEXT.
                MOVE WS-APPR-IGNORE-COUNT   TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  MAINT-SUMMARY1.
                MOVE 'DIPLOMAS TO REPRINT:' TO  L-SUMM-TEXT.
                MOVE WS-DIPL-FLAG-COUNT     TO  L-SUMM-COUNT.
                WRITE MAINT-REC FROM MAINT-SUMMARY1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   REWRITES DA-INPUT FROM THE CURRENT GRADMAST CONTENTS SO   *
      *   THE NEXT LAB3 ROSTER RUN REFLECTS THIS RUN'S A/C/D        *
      *   TRANSACTIONS WITHOUT HAND-EDITING THE RAW INPUT DECK.     *
      *   EACH GRADUATE'S MASTER LINE IS FOLLOWED BY ONE AWARD      *
      *   IMAGE PER ADDITIONAL AWARD, SO DA-INPUT CARRIES ONE LINE  *
      *   PER DEGREE AWARDED AND THE ROSTERS COUNT AWARDS           *

      **************************************************************

                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        WRITE REGEN-REC FROM GRADUATE-MASTER-REC
                        PERFORM 4100-REGEN-AWARDS
                    END-IF
                END-PERFORM.
                CLOSE REGEN-FILE.

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
                MOVE WS-JRNL-CODE           TO  JR-TX-CODE.
                MOVE WS-BEFORE-IMAGE        TO  JR-BEFORE.
                MOVE WS-AFTER-IMAGE         TO  JR-AFTER.
                MOVE WS-CURR-APPROVER       TO  JR-APPROVER-ID.
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
                READ TRANS-FILE
                    AT END MOVE 1 TO EOF-T.

      **************************************************************
      *   POSTS THIS RUN TO THE NIGHTLY CYCLE-CONTROL FILE UNDER    *
      *   THE CYCLE LAB3CYCL HAS OPEN, SO THE NEXT STEP OF THE      *
      *   STREAM IS ONLY RELEASED ON A CLEAN FINISH HERE            *
      **************************************************************

       9000-POST-CYCLE-START.
                ACCEPT WS-CY-START-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-CY-START-TIME FROM TIME.
                MOVE 'R'                    TO  WS-CY-STATUS.
                PERFORM 9100-POST-CYCLE-STEP.

      *        A RUN THAT REJECTED A WHOLE BATCH HAS FAILED - THE
      *        MASTER IS MISSING WORK THE REGISTRAR SENT
       9050-POST-CYCLE-END.
                COMPUTE WS-CY-COUNT-1 = WS-ADD-COUNT + WS-CHANGE-COUNT
                    + WS-DELETE-COUNT + WS-AWARD-ADD-COUNT
                    + WS-AWARD-CHG-COUNT + WS-AWARD-DEL-COUNT.
                MOVE WS-REJECT-COUNT        TO  WS-CY-COUNT-2.
                MOVE WS-BAT-REJ-COUNT       TO  WS-CY-COUNT-3.
                IF WS-BAT-REJ-COUNT > 0
                    MOVE 'F'                 TO  WS-CY-STATUS
                    MOVE 'BATCH REJECTED'    TO  WS-CY-REASON
                ELSE
                    MOVE 'C'                 TO  WS-CY-STATUS
                END-IF.
                PERFORM 9100-POST-CYCLE-STEP.

       9100-POST-CYCLE-STEP.
                OPEN I-O CYCTL-FILE.
                IF WS-CYCTL-STATUS = '35'
                    OPEN OUTPUT CYCTL-FILE
                    CLOSE CYCTL-FILE
                    OPEN I-O CYCTL-FILE
                END-IF.
                MOVE 0                      TO  WS-CY-CYCLE-NO.
                MOVE 'CYCLE'                TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE CY-CYCLE-NO         TO  WS-CY-CYCLE-NO
                END-IF.
                MOVE 'LAB3MAINT'            TO  CY-STEP.
                READ CYCTL-FILE.
                IF WS-CYCTL-STATUS = '00'
                    MOVE 'Y'                 TO  WS-CY-ON-FILE
                ELSE
                    MOVE 'N'                 TO  WS-CY-ON-FILE
                END-IF.
                MOVE SPACES                 TO  CYCTL-REC.
                MOVE 'LAB3MAINT'            TO  CY-STEP.
                MOVE WS-CY-CYCLE-NO         TO  CY-CYCLE-NO.
                MOVE WS-CY-STATUS           TO  CY-STATUS.
                MOVE WS-CY-START-DATE       TO  CY-START-DATE.
                MOVE WS-CY-START-TIME       TO  CY-START-TIME.
                IF WS-CY-STATUS = 'R'
                    MOVE 0                   TO  CY-END-DATE
                    MOVE 0                   TO  CY-END-TIME
                ELSE
                    ACCEPT CY-END-DATE FROM DATE YYYYMMDD
                    ACCEPT CY-END-TIME FROM TIME
                END-IF.
                MOVE WS-CY-COUNT-1          TO  CY-COUNT (1).
                MOVE WS-CY-COUNT-2          TO  CY-COUNT (2).
                MOVE WS-CY-COUNT-3          TO  CY-COUNT (3).
                MOVE WS-CY-REASON           TO  CY-REASON.
                IF WS-CY-ON-FILE = 'Y'
                    REWRITE CYCTL-REC
                ELSE
                    WRITE CYCTL-REC
                END-IF.
                CLOSE CYCTL-FILE.
