
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3ASOF.
       AUTHOR. Weston Graham.
      *  POINT-IN-TIME RECONSTRUCTION OF THE GRADUATE MASTER.
      *  AUDITORS AND THE REGISTRAR ASK WHAT GRADMAST SAID ABOUT A
      *  STUDENT OR A CLASS ON SOME PAST DATE, AND THE ANSWER HAS
      *  BEEN PIECED TOGETHER FROM OLD LAB3JRNL LISTINGS. GIVEN AN
      *  AS-OF DATE ON THE DA-ASPRM CARD (CCYYMMDD IN COLS 1-8),
      *  THIS PROGRAM REBUILDS THE MASTER AND ITS ADDITIONAL AWARDS
      *  AS THEY STOOD AT THE CLOSE OF THAT DAY. IT STARTS FROM THE
      *  DA-BKUP1/2/3 GENERATION (AND THE DA-AWBK1/2/3 AWARD BACKUP
      *  OF THE SAME NUMBER) WHOSE DA-BKPCTL DATE IS NEAREST, THEN
      *  ROLLS THE JOURNAL FORWARD OR BACKWARD TO THE DATE - READING
      *  THE DA-JRNLA ARCHIVE AS WELL WHEN THE JOURNAL WINDOW
      *  REACHES BACK PAST THE OLDEST ENTRY LEFT ON DA-JRNL.
      *  THE RESULT GOES TO THE SNAPSHOT FILES DA-ASOFM (MASTER
      *  IMAGES, STUDENT ID ORDER) AND DA-ASOFA (ADDITIONAL AWARDS,
      *  AW-KEY ORDER) - GRADMAST AND DA-AWARD ARE ONLY READ. THE
      *  REPORT (UR-ASRPT) COMPARES THE SNAPSHOT WITH TODAY'S
      *  MASTER: ADDED SINCE, DELETED SINCE, AND CHANGED SINCE. AN
      *  OPTIONAL STUDENT ID (COLS 10-18) OR CLASS YEAR (COLS
      *  20-23) ON THE CARD NARROWS THE REPORT TO ONE GRADUATE OR
      *  ONE CLASS; THE SNAPSHOT IS ALWAYS THE WHOLE MASTER.
      *  THE JOURNAL IS NOT REPLAYED ENTRY BY ENTRY. THE ENTRIES IN
      *  THE WINDOW ARE SORTED BY RECORD KEY, AND EACH KEY TAKES
      *  THE AFTER-IMAGE OF ITS LAST ENTRY (ROLLING FORWARD) OR THE
      *  BEFORE-IMAGE OF ITS FIRST ENTRY (ROLLING BACKWARD); THAT
      *  NET IMAGE REPLACES OR REMOVES THE BACKUP RECORD IN ONE
      *  SEQUENTIAL MERGE, SO THE RUN NEEDS NO TABLES.
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
            SELECT GRADHIST     ASSIGN TO 'DA-GRADH'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HIST-STUDENT-ID
                                 ALTERNATE RECORD KEY IS HIST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-HIST-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT ASPRM-FILE   ASSIGN TO 'DA-ASPRM'
                                 FILE STATUS IS WS-ASPRM-STATUS.
            SELECT BKPCTL-FILE  ASSIGN TO 'DA-BKPCTL'
                                 FILE STATUS IS WS-BKPCTL-STATUS.
            SELECT BKUP1-FILE   ASSIGN TO 'DA-BKUP1'
                                 FILE STATUS IS WS-BKUP-STATUS.
            SELECT BKUP2-FILE   ASSIGN TO 'DA-BKUP2'
                                 FILE STATUS IS WS-BKUP-STATUS.
            SELECT BKUP3-FILE   ASSIGN TO 'DA-BKUP3'
                                 FILE STATUS IS WS-BKUP-STATUS.
            SELECT AWBK1-FILE   ASSIGN TO 'DA-AWBK1'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT AWBK2-FILE   ASSIGN TO 'DA-AWBK2'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT AWBK3-FILE   ASSIGN TO 'DA-AWBK3'
                                 FILE STATUS IS WS-AWBK-STATUS.
            SELECT JRNL-FILE    ASSIGN TO 'DA-JRNL'
                                 FILE STATUS IS WS-JRNL-STATUS.
            SELECT JRNLA-FILE   ASSIGN TO 'DA-JRNLA'
                                 FILE STATUS IS WS-JRNLA-STATUS.
            SELECT SORT-WORK    ASSIGN TO 'DA-ASSWK'.
            SELECT SORTED-FILE  ASSIGN TO 'DA-ASSRD'.
            SELECT NET-FILE     ASSIGN TO 'DA-ASNET'.
            SELECT ASOFM-FILE   ASSIGN TO 'DA-ASOFM'
                                 FILE STATUS IS WS-ASOFM-STATUS.
            SELECT ASOFA-FILE   ASSIGN TO 'DA-ASOFA'
                                 FILE STATUS IS WS-ASOFA-STATUS.
            SELECT ASRPT-FILE   ASSIGN TO 'UR-ASRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT.      *
      *  READ ONLY - TODAY'S SIDE OF THE COMPARISON                *
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
      *  HISTORY MASTER - A GRADUATE GONE FROM GRADMAST BUT FOUND  *
      *  HERE WAS ARCHIVED BY LAB3ARCH, NOT DELETED                *
      **************************************************************
       FD  GRADHIST.
       01  HISTORY-MASTER-REC.
                03  HIST-NAME              PIC X(20).
                03  HIST-DEGREE            PIC X(4).
                03  HIST-YEAR              PIC X(4).
                03  HIST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(43).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT.  *
      *  READ ONLY                                                 *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  PARAMETER CARD - AS-OF DATE IN COLS 1-8; OPTIONAL STUDENT *
      *  ID IN 10-18 OR CLASS YEAR IN 20-23 TO NARROW THE REPORT   *
      **************************************************************
       FD  ASPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASPRM-REC.
                03  AS-DATE-X              PIC X(8).
                03  AS-DATE REDEFINES AS-DATE-X.
                    05  AS-CCYY            PIC 9(4).
                    05  AS-MM              PIC 9(2).
                    05  AS-DD              PIC 9(2).
                03  FILLER                 PIC X.
                03  AS-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X.
                03  AS-YEAR                PIC X(4).
                03  FILLER                 PIC X(57).

      **************************************************************
      *  BACKUP GENERATION CONTROL - SAME DEFINITION AS LAB3MAINT  *
      **************************************************************
       FD  BKPCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKPCTL-REC.
                03  BK-LAST-GEN            PIC 9(1).
                03  BK-GEN-DATE            PIC 9(8)  OCCURS 3 TIMES.
                03  BK-GEN-TIME            PIC 9(8)  OCCURS 3 TIMES.
                03  FILLER                 PIC X(31).

       FD  BKUP1-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKUP1-REC                  PIC X(80).

       FD  BKUP2-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKUP2-REC                  PIC X(80).

       FD  BKUP3-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKUP3-REC                  PIC X(80).

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
      *  AUDIT JOURNAL AND ITS ARCHIVE - LAYOUT MUST MATCH THE     *
      *  JRNL-REC LAB3MAINT WRITES; BOTH ARE READ INTO JRNL-WORK   *
      **************************************************************
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNL-REC                   PIC X(189).

       FD  JRNLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLA-REC                  PIC X(189).

      **************************************************************
      *  SORT WORK FILE - THE JOURNAL ENTRIES INSIDE THE WINDOW,   *
      *  ONE PER RECORD KEY TOUCHED, IN KEY ORDER AND THEN IN THE  *
      *  ORDER THEY WERE JOURNALED. S-KIND IS '1' FOR A MASTER     *
      *  RECORD (KEY = STUDENT ID) AND '2' FOR AN ADDITIONAL AWARD *
      *  (KEY = STUDENT ID + DEGREE), SO MASTERS SORT FIRST        *
      **************************************************************
       SD  SORT-WORK.
       01  SORT-REC.
                03  S-KIND                 PIC X(1).
                03  S-KEY                  PIC X(13).
                03  S-SEQ                  PIC 9(9).
                03  S-BEFORE               PIC X(80).
                03  S-AFTER                PIC X(80).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC                 PIC X(183).

      **************************************************************
      *  NET CHANGE FILE - ONE RECORD PER KEY THE WINDOW TOUCHED,  *
      *  CARRYING THE IMAGE THAT KEY HAD AT THE AS-OF DATE (SPACES *
      *  = NOT ON FILE THEN). AN AWARD IMAGE IS ALREADY IN AWARD-  *
      *  RECORD FORMAT                                             *
      **************************************************************
       FD  NET-FILE
           LABEL RECORDS ARE STANDARD.
       01  NET-REC.
                03  NT-CKEY.
                    05  NT-KIND            PIC X(1).
                    05  NT-KEY             PIC X(13).
                03  NT-IMAGE               PIC X(80).
                03  NT-ENTRIES             PIC 9(5).
                03  FILLER                 PIC X(1).

      **************************************************************
      *  THE SNAPSHOT - GRADMAST AS OF THE DATE IN STUDENT ID      *
      *  ORDER, AND DA-AWARD AS OF THE DATE IN AW-KEY ORDER        *
      **************************************************************
       FD  ASOFM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASOFM-REC                  PIC X(80).

       FD  ASOFA-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASOFA-REC                  PIC X(80).

       FD  ASRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ASRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *   ONE JOURNAL ENTRY, FROM EITHER DA-JRNL OR DA-JRNLA        *
      **************************************************************
       01  JRNL-WORK.
                03  WJ-DATE                PIC 9(8).
                03  WJ-TIME                PIC 9(8).
                03  WJ-BATCH-NO            PIC 9(4).
                03  WJ-TX-CODE             PIC X.
                03  WJ-BEFORE              PIC X(80).
                03  WJ-AFTER               PIC X(80).
                03  WJ-APPROVER-ID         PIC X(8).
      **************************************************************
      *           LAYOUT FOR THE SORTED JOURNAL ENTRY              *
      **************************************************************
       01  SORTED-DATA.
                03  SD-KIND                PIC X(1).
                03  SD-KEY                 PIC X(13).
                03  SD-SEQ                 PIC 9(9).
                03  SD-BEFORE              PIC X(80).
                03  SD-AFTER               PIC X(80).
      **************************************************************
      *   VIEW OF A JOURNAL IMAGE AS THE GRADUATE MASTER RECORD     *
      **************************************************************
       01  IMAGE-DATA.
                03  IM-NAME                PIC X(20).
                03  IM-DEGREE              PIC X(4).
                03  IM-YEAR                PIC X(4).
                03  IM-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(21).
                03  IM-FERPA-HOLD          PIC X(1).
                03  IM-HONORS              PIC X(1).
                03  FILLER                 PIC X(20).
      **************************************************************
      *   AN ADDITIONAL AWARD BUILT FROM A JOURNAL IMAGE            *
      **************************************************************
       01  AWARD-IMAGE.
                03  AI-STUDENT-ID          PIC X(9).
                03  AI-DEGREE              PIC X(4).
                03  AI-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).
      **************************************************************
      *   THE RECORD JUST READ FROM THE BACKUP GENERATION - A       *
      *   MASTER IMAGE WHILE THE MASTER BACKUP IS BEING READ, AN    *
      *   AWARD RECORD ONCE THE AWARD BACKUP TAKES OVER             *
      **************************************************************
       01  BKUP-DATA.
                03  FILLER                 PIC X(28).
                03  BD-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(43).
       01  BKUP-AWARD-DATA REDEFINES BKUP-DATA.
                03  BA-KEY                 PIC X(13).
                03  FILLER                 PIC X(67).
      **************************************************************
      *   BOTH SIDES OF THE COMPARISON - THE SNAPSHOT RECORD AND    *
      *   TODAY'S RECORD, EACH AS A MASTER IMAGE                    *
      **************************************************************
       01  SNAP-DATA.
                03  SN-NAME                PIC X(20).
                03  SN-DEGREE              PIC X(4).
                03  SN-YEAR                PIC X(4).
                03  SN-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(21).
                03  SN-FERPA-HOLD          PIC X(1).
                03  SN-HONORS              PIC X(1).
                03  FILLER                 PIC X(20).
       01  SNAP-AWARD-DATA REDEFINES SNAP-DATA.
                03  SA-KEY.
                    05  SA-STUDENT-ID      PIC X(9).
                    05  SA-DEGREE          PIC X(4).
                03  SA-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).
       01  CURR-DATA.
                03  CU-NAME                PIC X(20).
                03  CU-DEGREE              PIC X(4).
                03  CU-YEAR                PIC X(4).
                03  CU-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(21).
                03  CU-FERPA-HOLD          PIC X(1).
                03  CU-HONORS              PIC X(1).
                03  FILLER                 PIC X(20).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE COMPARISON REPORT   *
      **************************************************************
       01  ASRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(19)
                            VALUE 'GRADMAST AS OF'.
                03  L-HEAD-DATE            PIC X(8).
                03  FILLER                 PIC X(25)
                            VALUE '  COMPARED WITH TODAY'.
       01  ASRPT-GEN1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(25)
                            VALUE 'STARTED FROM GENERATION'.
                03  L-GEN-NO               PIC 9(1).
                03  FILLER                 PIC X(8)
                            VALUE ' TAKEN '.
                03  L-GEN-DATE             PIC 9(8).
                03  FILLER                 PIC X(4)      VALUE ' AT '.
                03  L-GEN-TIME             PIC 9(8).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-GEN-DIRECTION        PIC X(30).
       01  ASRPT-SECTION1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECT-TEXT            PIC X(45).
       01  ASRPT-HEADING2.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE SPACES.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(7)      VALUE 'DEGREE'.
                03  FILLER                 PIC X(6)      VALUE 'YEAR'.
                03  FILLER                 PIC X(7)      VALUE 'FERPA'.
                03  FILLER                 PIC X(8)      VALUE 'HONORS'.
                03  FILLER                 PIC X(30)     VALUE 'NOTE'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE COMPARISON REPORT         *
      **************************************************************
       01  ASRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-AS-WHEN              PIC X(7).
                03  L-AS-ID                PIC X(11).
                03  L-AS-NAME              PIC X(21).
                03  L-AS-DEGREE            PIC X(7).
                03  L-AS-YEAR              PIC X(6).
                03  L-AS-FERPA             PIC X(7).
                03  L-AS-HONORS            PIC X(8).
                03  L-AS-NOTE              PIC X(30).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  ASRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(45).
                03  L-MSG-COUNT            PIC ZZZZZZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-J                  PIC 9         VALUE 0.
                03  EOF-S                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS FIELDS FOR THE RUN                          *
      **************************************************************
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-HIST-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-ASPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-BKPCTL-STATUS       PIC XX        VALUE SPACES.
                03  WS-BKUP-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWBK-STATUS         PIC XX        VALUE SPACES.
                03  WS-JRNL-STATUS         PIC XX        VALUE SPACES.
                03  WS-JRNLA-STATUS        PIC XX        VALUE SPACES.
                03  WS-ASOFM-STATUS        PIC XX        VALUE SPACES.
                03  WS-ASOFA-STATUS        PIC XX        VALUE SPACES.
                03  WS-HIST-AVAIL          PIC X         VALUE 'N'.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-AWBK-AVAIL          PIC X         VALUE 'N'.
      **************************************************************
      *     THE AS-OF DATE, THE REPORT FILTERS, AND THE STARTING   *
      *     GENERATION. A STAMP IS A JOURNAL DATE AND TIME SIDE BY *
      *     SIDE, SO ONE COMPARE ORDERS TWO POINTS IN THE JOURNAL  *
      **************************************************************
                03  WS-PARM-OK             PIC X         VALUE 'N'.
                03  WS-ASOF-DATE           PIC 9(8)      VALUE 0.
                03  WS-SEL-ID              PIC X(9)      VALUE SPACES.
                03  WS-SEL-YEAR            PIC X(4)      VALUE SPACES.
                03  WS-GEN                 PIC 9(1)      VALUE 0.
                03  WS-OPEN-GEN            PIC 9(1)      VALUE 0.
                03  WS-GEN-IDX             PIC 9(1)      VALUE 0.
                03  WS-FORWARD             PIC X         VALUE 'Y'.
                03  WS-CAND-FORWARD        PIC X         VALUE 'N'.
                03  WS-CAND-DIST           PIC 9(8)      VALUE 0.
                03  WS-BEST-DIST           PIC 9(8)      VALUE 0.
                03  WS-ASOF-DAYS           PIC 9(8)      VALUE 0.
                03  WS-GEN-DAYS            PIC 9(8)      VALUE 0.
                03  WS-BKUP-STAMP.
                    05  WS-BS-DATE         PIC 9(8)      VALUE 0.
                    05  WS-BS-TIME         PIC 9(8)      VALUE 0.
                03  WS-CAND-STAMP.
                    05  WS-CS-DATE         PIC 9(8)      VALUE 0.
                    05  WS-CS-TIME         PIC 9(8)      VALUE 0.
                03  WS-ENTRY-STAMP.
                    05  WS-ES-DATE         PIC 9(8)      VALUE 0.
                    05  WS-ES-TIME         PIC 9(8)      VALUE 0.
                03  WS-WINDOW-STAMP.
                    05  WS-WS-DATE         PIC 9(8)      VALUE 0.
                    05  WS-WS-TIME         PIC 9(8)      VALUE 0.
                03  WS-FIRST-STAMP.
                    05  WS-FS-DATE         PIC 9(8)      VALUE 0.
                    05  WS-FS-TIME         PIC 9(8)      VALUE 0.
                03  WS-ARCHIVE-NEEDED      PIC X         VALUE 'N'.
                03  WS-ARCHIVE-READ        PIC X         VALUE 'N'.
      **************************************************************
      *     JOURNAL SELECTION AND NETTING FIELDS                   *
      **************************************************************
                03  WS-SEQ                 PIC 9(9)      VALUE 0.
                03  WS-IN-WINDOW           PIC X         VALUE 'N'.
                03  WS-ENTRY-KIND          PIC X(1)      VALUE SPACE.
                03  WS-BEFORE-KEY          PIC X(13)     VALUE SPACES.
                03  WS-AFTER-KEY           PIC X(13)     VALUE SPACES.
                03  WS-GRP-KIND            PIC X(1)      VALUE SPACE.
                03  WS-GRP-KEY             PIC X(13)     VALUE SPACES.
                03  WS-GRP-ENTRIES         PIC 9(5)      VALUE 0.
                03  WS-NET-IMAGE           PIC X(80)     VALUE SPACES.
      **************************************************************
      *     MERGE KEYS - KIND PLUS KEY, HIGH-VALUES AT END OF FILE *
      **************************************************************
                03  WS-BK-PHASE            PIC 9(1)      VALUE 1.
                03  WS-BK-CKEY             PIC X(14)     VALUE SPACES.
                03  WS-NT-CKEY             PIC X(14)     VALUE SPACES.
                03  WS-SN-KEY              PIC X(13)     VALUE SPACES.
                03  WS-CU-KEY              PIC X(13)     VALUE SPACES.
                03  WS-OUT-KIND            PIC X(1)      VALUE SPACE.
                03  WS-OUT-IMAGE           PIC X(80)     VALUE SPACES.
                03  WS-PASS                PIC X(1)      VALUE SPACE.
                03  WS-SELECTED            PIC X         VALUE 'N'.
                03  WS-THEN-ID             PIC X(9)      VALUE SPACES.
                03  WS-THEN-YEAR           PIC X(4)      VALUE SPACES.
                03  WS-NOW-ID              PIC X(9)      VALUE SPACES.
                03  WS-NOW-YEAR            PIC X(4)      VALUE SPACES.
      **************************************************************
      *     ACCUMULATORS FOR THE CONTROL COUNTS                    *
      **************************************************************
                03  WS-JRNL-READ-COUNT     PIC 9(9)      VALUE 0.
                03  WS-WINDOW-COUNT        PIC 9(9)      VALUE 0.
                03  WS-KEY-COUNT           PIC 9(9)      VALUE 0.
                03  WS-SNAP-MAST-COUNT     PIC 9(9)      VALUE 0.
                03  WS-SNAP-AWARD-COUNT    PIC 9(9)      VALUE 0.
                03  WS-ADDED-COUNT         PIC 9(9)      VALUE 0.
                03  WS-DELETED-COUNT       PIC 9(9)      VALUE 0.
                03  WS-CHANGED-COUNT       PIC 9(9)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT ASRPT-FILE.
                PERFORM 1000-READ-PARM-CARD.
                MOVE AS-DATE-X              TO  L-HEAD-DATE.
                WRITE ASRPT-REC FROM ASRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO ASRPT-REC.
                WRITE ASRPT-REC
                      AFTER ADVANCING 1 LINE.
                IF WS-PARM-OK NOT = 'Y'
                    MOVE 'AS-OF DATE MISSING OR NOT A VALID DATE'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE ASRPT-REC FROM ASRPT-MSG1
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM 1100-READ-BKPCTL
                    PERFORM 1200-PICK-GENERATION
                    IF WS-GEN = 0
                        MOVE 'NO BACKUP GENERATION ON FILE'
                            TO  L-MSG-TEXT
                        MOVE 0               TO  L-MSG-COUNT
                        WRITE ASRPT-REC FROM ASRPT-MSG1
                              AFTER ADVANCING 1 LINE
                    ELSE
                        PERFORM 1300-PRINT-START-POINT
                        PERFORM 1400-CHECK-JOURNAL-REACH
                        PERFORM 2000-SELECT-CHANGES
                        PERFORM 2500-NET-CHANGES
                        PERFORM 3000-BUILD-SNAPSHOT
                        PERFORM 4000-COMPARE-WITH-TODAY
                        PERFORM 4900-PRINT-COUNTS
                    END-IF
                END-IF.
                CLOSE ASRPT-FILE.
                STOP RUN.

      **************************************************************
      *   READS THE ONE-CARD PARAMETER FILE - A MISSING OR BAD     *
      *   DATE IS AN OPERATOR ERROR, NOT SOMETHING TO GUESS AROUND *
      **************************************************************

       1000-READ-PARM-CARD.
                MOVE SPACES                 TO  ASPRM-REC.
                OPEN INPUT ASPRM-FILE.
                IF WS-ASPRM-STATUS = '00'
                    READ ASPRM-FILE
                        AT END MOVE SPACES TO ASPRM-REC
                    END-READ
                    CLOSE ASPRM-FILE
                END-IF.
                IF AS-DATE-X NUMERIC
                    IF AS-MM > 0 AND AS-MM < 13
                            AND AS-DD > 0 AND AS-DD < 32
                            AND AS-CCYY > 1600
                        MOVE 'Y'             TO  WS-PARM-OK
                        MOVE AS-DATE         TO  WS-ASOF-DATE
                        MOVE AS-STUDENT-ID   TO  WS-SEL-ID
                        MOVE AS-YEAR         TO  WS-SEL-YEAR
                    END-IF
                END-IF.

       1100-READ-BKPCTL.
                MOVE ZEROS                  TO  BKPCTL-REC.
                OPEN INPUT BKPCTL-FILE.
                IF WS-BKPCTL-STATUS = '00'
                    READ BKPCTL-FILE
                        AT END MOVE ZEROS TO BKPCTL-REC
                    END-READ
                    CLOSE BKPCTL-FILE
                END-IF.

      **************************************************************
      *   PICKS THE STARTING GENERATION - THE ONE WHOSE DATE IS    *
      *   FEWEST DAYS FROM THE AS-OF DATE. ON A TIE A GENERATION   *
      *   AT OR BEFORE THE DATE (ROLL FORWARD) BEATS ONE AFTER IT, *
      *   AND BETWEEN TWO TAKEN THE SAME DAY THE ONE NEARER THE    *
      *   DATE IN THE JOURNAL WINS. A GENERATION WHOSE BACKUP IS   *
      *   NOT ON FILE IS PASSED OVER                               *
      **************************************************************

       1200-PICK-GENERATION.
                MOVE 0                      TO  WS-GEN.
                MOVE 99999999               TO  WS-BEST-DIST.
                COMPUTE WS-ASOF-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                        UNTIL WS-GEN-IDX > 3
                    PERFORM 1210-CONSIDER-GEN
                END-PERFORM.

       1210-CONSIDER-GEN.
                IF BK-GEN-DATE (WS-GEN-IDX) NUMERIC
                        AND BK-GEN-DATE (WS-GEN-IDX) > 16010101
                    MOVE WS-GEN-IDX          TO  WS-OPEN-GEN
                    PERFORM 3110-OPEN-BKUP-GEN
                    IF WS-BKUP-STATUS = '00'
                        PERFORM 3130-CLOSE-BKUP-GEN
                        PERFORM 1220-RANK-GEN
                    END-IF
                END-IF.

       1220-RANK-GEN.
                MOVE BK-GEN-DATE (WS-GEN-IDX) TO WS-CS-DATE.
                MOVE 0                      TO  WS-CS-TIME.
                IF BK-GEN-TIME (WS-GEN-IDX) NUMERIC
                    MOVE BK-GEN-TIME (WS-GEN-IDX) TO WS-CS-TIME
                END-IF.
                COMPUTE WS-GEN-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-CS-DATE).
                IF WS-CS-DATE > WS-ASOF-DATE
                    MOVE 'N'                 TO  WS-CAND-FORWARD
                    COMPUTE WS-CAND-DIST = WS-GEN-DAYS - WS-ASOF-DAYS
                ELSE
                    MOVE 'Y'                 TO  WS-CAND-FORWARD
                    COMPUTE WS-CAND-DIST = WS-ASOF-DAYS - WS-GEN-DAYS
                END-IF.
                IF WS-GEN = 0
                        OR WS-CAND-DIST < WS-BEST-DIST
                        OR (WS-CAND-DIST = WS-BEST-DIST
                            AND WS-CAND-FORWARD = 'Y'
                            AND WS-FORWARD = 'N')
                        OR (WS-CAND-DIST = WS-BEST-DIST
                            AND WS-CAND-FORWARD = 'Y'
                            AND WS-FORWARD = 'Y'
                            AND WS-CAND-STAMP > WS-BKUP-STAMP)
                        OR (WS-CAND-DIST = WS-BEST-DIST
                            AND WS-CAND-FORWARD = 'N'
                            AND WS-FORWARD = 'N'
                            AND WS-CAND-STAMP < WS-BKUP-STAMP)
                    MOVE WS-GEN-IDX          TO  WS-GEN
                    MOVE WS-CAND-DIST        TO  WS-BEST-DIST
                    MOVE WS-CAND-FORWARD     TO  WS-FORWARD
                    MOVE WS-CAND-STAMP       TO  WS-BKUP-STAMP
                END-IF.

       1300-PRINT-START-POINT.
                MOVE WS-GEN                 TO  L-GEN-NO.
                MOVE WS-BS-DATE             TO  L-GEN-DATE.
                MOVE WS-BS-TIME             TO  L-GEN-TIME.
                IF WS-FORWARD = 'Y'
                    MOVE 'JOURNAL ROLLED FORWARD'
                        TO  L-GEN-DIRECTION
                ELSE
                    MOVE 'JOURNAL ROLLED BACKWARD'
                        TO  L-GEN-DIRECTION
                END-IF.
                WRITE ASRPT-REC FROM ASRPT-GEN1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   DECIDES WHETHER THE ARCHIVE MUST BE READ - IT IS NEEDED  *
      *   WHEN THE EARLIEST POINT OF THE WINDOW IS OLDER THAN THE  *
      *   OLDEST ENTRY STILL ON DA-JRNL. ROLLING FORWARD THE WINDOW *
      *   OPENS AT THE BACKUP; ROLLING BACKWARD IT OPENS JUST      *
      *   AFTER THE CLOSE OF THE AS-OF DAY                         *
      **************************************************************

       1400-CHECK-JOURNAL-REACH.
                IF WS-FORWARD = 'Y'
                    MOVE WS-BKUP-STAMP       TO  WS-WINDOW-STAMP
                ELSE
                    MOVE WS-ASOF-DATE        TO  WS-WS-DATE
                    MOVE 99999999            TO  WS-WS-TIME
                END-IF.
                MOVE 'Y'                    TO  WS-ARCHIVE-NEEDED.
                OPEN INPUT JRNL-FILE.
                IF WS-JRNL-STATUS = '00'
                    READ JRNL-FILE INTO JRNL-WORK
                        AT END MOVE 1 TO EOF-J
                    END-READ
                    IF EOF-J NOT = 1
                        MOVE WJ-DATE         TO  WS-FS-DATE
                        MOVE WJ-TIME         TO  WS-FS-TIME
                        IF WS-WINDOW-STAMP NOT < WS-FIRST-STAMP
                            MOVE 'N'         TO  WS-ARCHIVE-NEEDED
                        END-IF
                    END-IF
                    CLOSE JRNL-FILE
                    MOVE 0                   TO  EOF-J
                END-IF.
                IF WS-ARCHIVE-NEEDED = 'Y'
                    OPEN INPUT JRNLA-FILE
                    IF WS-JRNLA-STATUS = '00'
                        MOVE 'Y'             TO  WS-ARCHIVE-READ
                        CLOSE JRNLA-FILE
                        MOVE 'ARCHIVED JOURNAL (DA-JRNLA) ALSO READ'
                            TO  L-MSG-TEXT
                    ELSE
                        MOVE '** DA-JRNLA NEEDED BUT NOT ON FILE **'
                            TO  L-MSG-TEXT
                    END-IF
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE ASRPT-REC FROM ASRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.

      **************************************************************
      *   SORTS THE JOURNAL ENTRIES INSIDE THE WINDOW BY RECORD    *
      *   KEY. THE ARCHIVE, WHEN NEEDED, IS READ FIRST SO THE      *
      *   SEQUENCE NUMBER FOLLOWS THE ORDER THINGS HAPPENED        *
      **************************************************************

       2000-SELECT-CHANGES.
                SORT SORT-WORK
                    ON ASCENDING KEY S-KIND S-KEY S-SEQ
                    INPUT PROCEDURE IS 2010-RELEASE-CHANGES
                    GIVING SORTED-FILE.

       2010-RELEASE-CHANGES.
                MOVE 0                      TO  WS-SEQ.
                IF WS-ARCHIVE-READ = 'Y'
                    OPEN INPUT JRNLA-FILE
                    MOVE 0 TO EOF-J
                    PERFORM UNTIL EOF-J = 1
                        READ JRNLA-FILE INTO JRNL-WORK
                            AT END MOVE 1 TO EOF-J
                        END-READ
                        IF EOF-J NOT = 1
                            PERFORM 2050-CONSIDER-ENTRY
                        END-IF
                    END-PERFORM
                    CLOSE JRNLA-FILE
                END-IF.
                OPEN INPUT JRNL-FILE.
                IF WS-JRNL-STATUS = '00'
                    MOVE 0 TO EOF-J
                    PERFORM UNTIL EOF-J = 1
                        READ JRNL-FILE INTO JRNL-WORK
                            AT END MOVE 1 TO EOF-J
                        END-READ
                        IF EOF-J NOT = 1
                            PERFORM 2050-CONSIDER-ENTRY
                        END-IF
                    END-PERFORM
                    CLOSE JRNL-FILE
                END-IF.

      **************************************************************
      *   ROLLING FORWARD, AN ENTRY IS IN THE WINDOW WHEN IT WAS   *
      *   JOURNALED AT OR AFTER THE BACKUP AND NO LATER THAN THE   *
      *   AS-OF DAY. ROLLING BACKWARD, WHEN IT WAS JOURNALED AFTER *
      *   THE AS-OF DAY BUT BEFORE THE BACKUP WAS TAKEN            *
      **************************************************************

       2050-CONSIDER-ENTRY.
                ADD 1                       TO  WS-SEQ.
                ADD 1                       TO  WS-JRNL-READ-COUNT.
                MOVE WJ-DATE                TO  WS-ES-DATE.
                MOVE WJ-TIME                TO  WS-ES-TIME.
                MOVE 'N'                    TO  WS-IN-WINDOW.
                IF WS-FORWARD = 'Y'
                    IF WS-ENTRY-STAMP NOT < WS-BKUP-STAMP
                            AND WJ-DATE NOT > WS-ASOF-DATE
                        MOVE 'Y'             TO  WS-IN-WINDOW
                    END-IF
                ELSE
                    IF WS-ENTRY-STAMP < WS-BKUP-STAMP
                            AND WJ-DATE > WS-ASOF-DATE
                        MOVE 'Y'             TO  WS-IN-WINDOW
                    END-IF
                END-IF.
                IF WS-IN-WINDOW = 'Y'
                    ADD 1                    TO  WS-WINDOW-COUNT
                    PERFORM 2060-RELEASE-ENTRY
                END-IF.

      **************************************************************
      *   N, M, AND X ENTRIES ARE ADDITIONAL AWARDS, KEYED ON THE  *
      *   STUDENT ID PLUS THE DEGREE IN THE IMAGE; EVERY OTHER     *
      *   CODE IS A MASTER RECORD, KEYED ON THE STUDENT ID. AN     *
      *   ENTRY WHOSE BEFORE AND AFTER IMAGES CARRY DIFFERENT KEYS *
      *   (AN AWARD RECODE) REMOVES ONE KEY AND CREATES ANOTHER,   *
      *   SO IT IS RELEASED AS TWO RECORDS                          *
      **************************************************************

       2060-RELEASE-ENTRY.
                IF WJ-TX-CODE = 'N' OR WJ-TX-CODE = 'M'
                        OR WJ-TX-CODE = 'X'
                    MOVE '2'                 TO  WS-ENTRY-KIND
                ELSE
                    MOVE '1'                 TO  WS-ENTRY-KIND
                END-IF.
                MOVE WJ-BEFORE              TO  IMAGE-DATA.
                PERFORM 2070-BUILD-KEY.
                MOVE WS-AFTER-KEY           TO  WS-BEFORE-KEY.
                MOVE WJ-AFTER               TO  IMAGE-DATA.
                PERFORM 2070-BUILD-KEY.
                MOVE SPACES                 TO  SORT-REC.
                MOVE WS-ENTRY-KIND          TO  S-KIND.
                MOVE WS-SEQ                 TO  S-SEQ.
                EVALUATE TRUE
                    WHEN WJ-BEFORE = SPACES
                        MOVE WS-AFTER-KEY    TO  S-KEY
                        MOVE WJ-AFTER        TO  S-AFTER
                        RELEASE SORT-REC
                    WHEN WJ-AFTER = SPACES
                        MOVE WS-BEFORE-KEY   TO  S-KEY
                        MOVE WJ-BEFORE       TO  S-BEFORE
                        RELEASE SORT-REC
                    WHEN WS-BEFORE-KEY = WS-AFTER-KEY
                        MOVE WS-AFTER-KEY    TO  S-KEY
                        MOVE WJ-BEFORE       TO  S-BEFORE
                        MOVE WJ-AFTER        TO  S-AFTER
                        RELEASE SORT-REC
                    WHEN OTHER
                        MOVE WS-BEFORE-KEY   TO  S-KEY
                        MOVE WJ-BEFORE       TO  S-BEFORE
                        RELEASE SORT-REC
                        MOVE WS-AFTER-KEY    TO  S-KEY
                        MOVE SPACES          TO  S-BEFORE
                        MOVE WJ-AFTER        TO  S-AFTER
                        RELEASE SORT-REC
                END-EVALUATE.

       2070-BUILD-KEY.
                MOVE SPACES                 TO  WS-AFTER-KEY.
                MOVE IM-STUDENT-ID          TO  WS-AFTER-KEY.
                IF WS-ENTRY-KIND = '2'
                    STRING IM-STUDENT-ID     DELIMITED BY SIZE
                        IM-DEGREE            DELIMITED BY SIZE
                        INTO WS-AFTER-KEY
                END-IF.

      **************************************************************
      *   REDUCES THE SORTED ENTRIES TO ONE NET IMAGE PER KEY -    *
      *   THE AFTER-IMAGE OF THE LAST ENTRY WHEN ROLLING FORWARD,  *
      *   THE BEFORE-IMAGE OF THE FIRST WHEN ROLLING BACKWARD      *
      **************************************************************

       2500-NET-CHANGES.
                OPEN INPUT SORTED-FILE.
                OPEN OUTPUT NET-FILE.
                MOVE 0                      TO  EOF-S.
                PERFORM 2600-READ-SORTED.
                PERFORM 2510-NET-ONE-KEY
                    UNTIL EOF-S = 1.
                CLOSE SORTED-FILE
                      NET-FILE.

       2510-NET-ONE-KEY.
                MOVE SD-KIND                TO  WS-GRP-KIND.
                MOVE SD-KEY                 TO  WS-GRP-KEY.
                MOVE 0                      TO  WS-GRP-ENTRIES.
                MOVE SD-BEFORE              TO  WS-NET-IMAGE.
                PERFORM 2520-TAKE-ONE-ENTRY
                    UNTIL EOF-S = 1
                       OR SD-KIND NOT = WS-GRP-KIND
                       OR SD-KEY NOT = WS-GRP-KEY.
                MOVE SPACES                 TO  NET-REC.
                MOVE WS-GRP-KIND            TO  NT-KIND.
                MOVE WS-GRP-KEY             TO  NT-KEY.
                MOVE WS-GRP-ENTRIES         TO  NT-ENTRIES.
                IF WS-GRP-KIND = '2' AND WS-NET-IMAGE NOT = SPACES
                    MOVE WS-NET-IMAGE        TO  IMAGE-DATA
                    MOVE SPACES              TO  AWARD-IMAGE
                    MOVE IM-STUDENT-ID       TO  AI-STUDENT-ID
                    MOVE IM-DEGREE           TO  AI-DEGREE
                    MOVE IM-YEAR             TO  AI-YEAR
                    MOVE AWARD-IMAGE         TO  NT-IMAGE
                ELSE
                    MOVE WS-NET-IMAGE        TO  NT-IMAGE
                END-IF.
                WRITE NET-REC.
                ADD 1                       TO  WS-KEY-COUNT.

       2520-TAKE-ONE-ENTRY.
                ADD 1                       TO  WS-GRP-ENTRIES.
                IF WS-FORWARD = 'Y'
                    MOVE SD-AFTER            TO  WS-NET-IMAGE
                END-IF.
                PERFORM 2600-READ-SORTED.

       2600-READ-SORTED.
                READ SORTED-FILE INTO SORTED-DATA
                    AT END MOVE 1 TO EOF-S.

      **************************************************************
      *   MERGES THE BACKUP GENERATION WITH THE NET CHANGES INTO   *
      *   THE SNAPSHOT. THE BACKUP IS READ AS ONE STREAM - THE     *
      *   MASTER BACKUP (KIND '1') THEN THE AWARD BACKUP (KIND     *
      *   '2') - SO ONE MERGE ON KIND PLUS KEY BUILDS BOTH FILES.  *
      *   A NET IMAGE REPLACES THE BACKUP RECORD OF THE SAME KEY,  *
      *   A BLANK NET IMAGE REMOVES IT                             *
      **************************************************************

       3000-BUILD-SNAPSHOT.
                OPEN INPUT NET-FILE.
                OPEN OUTPUT ASOFM-FILE.
                OPEN OUTPUT ASOFA-FILE.
                MOVE WS-GEN                 TO  WS-OPEN-GEN.
                MOVE 1                      TO  WS-BK-PHASE.
                PERFORM 3110-OPEN-BKUP-GEN.
                PERFORM 3200-READ-BACKUP.
                PERFORM 3050-READ-NET.
                PERFORM 3100-MERGE-ONE
                    UNTIL WS-BK-CKEY = HIGH-VALUES
                      AND WS-NT-CKEY = HIGH-VALUES.
                CLOSE NET-FILE
                      ASOFM-FILE
                      ASOFA-FILE.
                IF WS-AWBK-AVAIL NOT = 'Y'
                    MOVE 'NO AWARD BACKUP FOR THE GENERATION'
                        TO  L-MSG-TEXT
                    MOVE WS-GEN              TO  L-MSG-COUNT
                    WRITE ASRPT-REC FROM ASRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.

       3050-READ-NET.
                READ NET-FILE
                    AT END MOVE HIGH-VALUES TO WS-NT-CKEY
                END-READ.
                IF WS-NT-CKEY NOT = HIGH-VALUES
                    MOVE NT-CKEY             TO  WS-NT-CKEY
                END-IF.

       3100-MERGE-ONE.
                EVALUATE TRUE
                    WHEN WS-BK-CKEY < WS-NT-CKEY
                        MOVE WS-BK-CKEY (1:1) TO WS-OUT-KIND
                        MOVE BKUP-DATA       TO  WS-OUT-IMAGE
                        PERFORM 3300-WRITE-SNAPSHOT
                        PERFORM 3200-READ-BACKUP
                    WHEN WS-BK-CKEY > WS-NT-CKEY
                        IF NT-IMAGE NOT = SPACES
                            MOVE NT-KIND     TO  WS-OUT-KIND
                            MOVE NT-IMAGE    TO  WS-OUT-IMAGE
                            PERFORM 3300-WRITE-SNAPSHOT
                        END-IF
                        PERFORM 3050-READ-NET
                    WHEN OTHER
                        IF NT-IMAGE NOT = SPACES
                            MOVE NT-KIND     TO  WS-OUT-KIND
                            MOVE NT-IMAGE    TO  WS-OUT-IMAGE
                            PERFORM 3300-WRITE-SNAPSHOT
                        END-IF
                        PERFORM 3200-READ-BACKUP
                        PERFORM 3050-READ-NET
                END-EVALUATE.

       3110-OPEN-BKUP-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        OPEN INPUT BKUP1-FILE
                    WHEN 2
                        OPEN INPUT BKUP2-FILE
                    WHEN OTHER
                        OPEN INPUT BKUP3-FILE
                END-EVALUATE.

       3120-READ-BKUP-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        READ BKUP1-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                    WHEN 2
                        READ BKUP2-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                    WHEN OTHER
                        READ BKUP3-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                END-EVALUATE.

       3130-CLOSE-BKUP-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        CLOSE BKUP1-FILE
                    WHEN 2
                        CLOSE BKUP2-FILE
                    WHEN OTHER
                        CLOSE BKUP3-FILE
                END-EVALUATE.

       3140-OPEN-AWBK-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        OPEN INPUT AWBK1-FILE
                    WHEN 2
                        OPEN INPUT AWBK2-FILE
                    WHEN OTHER
                        OPEN INPUT AWBK3-FILE
                END-EVALUATE.

       3150-READ-AWBK-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        READ AWBK1-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                    WHEN 2
                        READ AWBK2-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                    WHEN OTHER
                        READ AWBK3-FILE INTO BKUP-DATA
                            AT END MOVE 1 TO EOF-J
                        END-READ
                END-EVALUATE.

       3160-CLOSE-AWBK-GEN.
                EVALUATE WS-OPEN-GEN
                    WHEN 1
                        CLOSE AWBK1-FILE
                    WHEN 2
                        CLOSE AWBK2-FILE
                    WHEN OTHER
                        CLOSE AWBK3-FILE
                END-EVALUATE.

      **************************************************************
      *   NEXT RECORD OF THE BACKUP STREAM - WHEN THE MASTER       *
      *   BACKUP RUNS OUT THE AWARD BACKUP OF THE SAME GENERATION  *
      *   TAKES OVER; A GENERATION TAKEN BEFORE AWARD BACKUPS      *
      *   EXISTED SIMPLY HAS NO AWARDS                             *
      **************************************************************

       3200-READ-BACKUP.
                MOVE 0                      TO  EOF-J.
                IF WS-BK-PHASE = 1
                    PERFORM 3120-READ-BKUP-GEN
                    IF EOF-J = 1
                        PERFORM 3130-CLOSE-BKUP-GEN
                        MOVE 2               TO  WS-BK-PHASE
                        PERFORM 3140-OPEN-AWBK-GEN
                        IF WS-AWBK-STATUS = '00'
                            MOVE 'Y'         TO  WS-AWBK-AVAIL
                        ELSE
                            MOVE 3           TO  WS-BK-PHASE
                        END-IF
                    ELSE
                        MOVE SPACES          TO  WS-BK-CKEY
                        STRING '1'           DELIMITED BY SIZE
                            BD-STUDENT-ID    DELIMITED BY SIZE
                            INTO WS-BK-CKEY
                    END-IF
                END-IF.
                IF WS-BK-PHASE = 2
                    MOVE 0                   TO  EOF-J
                    PERFORM 3150-READ-AWBK-GEN
                    IF EOF-J = 1
                        PERFORM 3160-CLOSE-AWBK-GEN
                        MOVE 3               TO  WS-BK-PHASE
                    ELSE
                        MOVE SPACES          TO  WS-BK-CKEY
                        STRING '2'           DELIMITED BY SIZE
                            BA-KEY           DELIMITED BY SIZE
                            INTO WS-BK-CKEY
                    END-IF
                END-IF.
                IF WS-BK-PHASE = 3
                    MOVE HIGH-VALUES         TO  WS-BK-CKEY
                END-IF.

       3300-WRITE-SNAPSHOT.
                IF WS-OUT-KIND = '1'
                    WRITE ASOFM-REC FROM WS-OUT-IMAGE
                    ADD 1                    TO  WS-SNAP-MAST-COUNT
                ELSE
                    WRITE ASOFA-REC FROM WS-OUT-IMAGE
                    ADD 1                    TO  WS-SNAP-AWARD-COUNT
                END-IF.

      **************************************************************
      *   COMPARES THE SNAPSHOT WITH TODAY'S MASTER AND AWARDS -   *
      *   ONE MATCHING PASS PER REPORT SECTION SO EACH SECTION     *
      *   PRINTS TOGETHER                                          *
      **************************************************************

       4000-COMPARE-WITH-TODAY.
                OPEN INPUT GRADMAST.
                OPEN INPUT GRADHIST.
                IF WS-HIST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-HIST-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                MOVE 'A'                    TO  WS-PASS.
                MOVE 'ADDED SINCE'          TO  L-SECT-TEXT.
                PERFORM 4100-COMPARE-PASS.
                MOVE 'D'                    TO  WS-PASS.
                MOVE 'DELETED SINCE'        TO  L-SECT-TEXT.
                PERFORM 4100-COMPARE-PASS.
                MOVE 'C'                    TO  WS-PASS.
                MOVE 'CHANGED SINCE'        TO  L-SECT-TEXT.
                PERFORM 4100-COMPARE-PASS.
                CLOSE GRADMAST.
                IF WS-HIST-AVAIL = 'Y'
                    CLOSE GRADHIST
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.

       4100-COMPARE-PASS.
                WRITE ASRPT-REC FROM ASRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                WRITE ASRPT-REC FROM ASRPT-HEADING2
                      AFTER ADVANCING 1 LINE.
                OPEN INPUT ASOFM-FILE.
                PERFORM 4150-READ-SNAP-MASTER.
                MOVE LOW-VALUES              TO  GRADUATE-MASTER-REC.
                START GRADMAST
                    KEY IS NOT LESS THAN MAST-STUDENT-ID.
                PERFORM 4160-READ-CURR-MASTER.
                PERFORM 4200-MATCH-ONE-MASTER
                    UNTIL WS-SN-KEY = HIGH-VALUES
                      AND WS-CU-KEY = HIGH-VALUES.
                CLOSE ASOFM-FILE.
                OPEN INPUT ASOFA-FILE.
                PERFORM 4170-READ-SNAP-AWARD.
                MOVE HIGH-VALUES             TO  WS-CU-KEY.
                IF WS-AWARD-AVAIL = 'Y'
                    MOVE LOW-VALUES          TO  AW-KEY
                    START AWARD-FILE
                        KEY IS NOT LESS THAN AW-KEY
                    PERFORM 4180-READ-CURR-AWARD
                END-IF.
                PERFORM 4300-MATCH-ONE-AWARD
                    UNTIL WS-SN-KEY = HIGH-VALUES
                      AND WS-CU-KEY = HIGH-VALUES.
                CLOSE ASOFA-FILE.

       4150-READ-SNAP-MASTER.
                READ ASOFM-FILE INTO SNAP-DATA
                    AT END MOVE HIGH-VALUES TO WS-SN-KEY
                END-READ.
                IF WS-SN-KEY NOT = HIGH-VALUES
                    MOVE SN-STUDENT-ID       TO  WS-SN-KEY
                END-IF.

       4160-READ-CURR-MASTER.
                MOVE HIGH-VALUES             TO  WS-CU-KEY.
                IF WS-MAST-STATUS = '00'
                    READ GRADMAST NEXT RECORD INTO CURR-DATA
                    IF WS-MAST-STATUS = '00'
                        MOVE CU-STUDENT-ID   TO  WS-CU-KEY
                    END-IF
                END-IF.

       4170-READ-SNAP-AWARD.
                READ ASOFA-FILE INTO SNAP-DATA
                    AT END MOVE HIGH-VALUES TO WS-SN-KEY
                END-READ.
                IF WS-SN-KEY NOT = HIGH-VALUES
                    MOVE SA-KEY              TO  WS-SN-KEY
                END-IF.

       4180-READ-CURR-AWARD.
                MOVE HIGH-VALUES             TO  WS-CU-KEY.
                IF WS-AWARD-STATUS = '00'
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                        MOVE AW-KEY          TO  WS-CU-KEY
                    END-IF
                END-IF.

      **************************************************************
      *   ONE STEP OF THE MASTER MATCH - ON TODAY'S MASTER ONLY IS *
      *   AN ADD, IN THE SNAPSHOT ONLY IS A DELETE (OR AN ARCHIVAL *
      *   WHEN THE HISTORY MASTER HAS THE ID), AND ON BOTH BUT     *
      *   DIFFERENT IS A CHANGE                                    *
      **************************************************************

       4200-MATCH-ONE-MASTER.
                EVALUATE TRUE
                    WHEN WS-CU-KEY < WS-SN-KEY
                        IF WS-PASS = 'A'
                            MOVE SPACES      TO  WS-THEN-ID
                                                 WS-THEN-YEAR
                            MOVE CU-STUDENT-ID TO WS-NOW-ID
                            MOVE CU-YEAR     TO  WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-ADDED-COUNT
                                MOVE CURR-DATA TO IMAGE-DATA
                                MOVE 'NOW'   TO  L-AS-WHEN
                                MOVE SPACES  TO  L-AS-NOTE
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4160-READ-CURR-MASTER
                    WHEN WS-CU-KEY > WS-SN-KEY
                        IF WS-PASS = 'D'
                            MOVE SN-STUDENT-ID TO WS-THEN-ID
                            MOVE SN-YEAR     TO  WS-THEN-YEAR
                            MOVE SPACES      TO  WS-NOW-ID
                                                 WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-DELETED-COUNT
                                MOVE SNAP-DATA TO IMAGE-DATA
                                MOVE 'THEN'  TO  L-AS-WHEN
                                PERFORM 4250-NOTE-ARCHIVED
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4150-READ-SNAP-MASTER
                    WHEN OTHER
                        IF WS-PASS = 'C' AND SNAP-DATA NOT = CURR-DATA
                            MOVE SN-STUDENT-ID TO WS-THEN-ID
                            MOVE SN-YEAR     TO  WS-THEN-YEAR
                            MOVE CU-STUDENT-ID TO WS-NOW-ID
                            MOVE CU-YEAR     TO  WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-CHANGED-COUNT
                                MOVE SNAP-DATA TO IMAGE-DATA
                                MOVE 'THEN'  TO  L-AS-WHEN
                                MOVE SPACES  TO  L-AS-NOTE
                                PERFORM 4500-PRINT-IMAGE
                                MOVE CURR-DATA TO IMAGE-DATA
                                MOVE 'NOW'   TO  L-AS-WHEN
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4150-READ-SNAP-MASTER
                        PERFORM 4160-READ-CURR-MASTER
                END-EVALUATE.

       4250-NOTE-ARCHIVED.
                MOVE SPACES                 TO  L-AS-NOTE.
                IF WS-HIST-AVAIL = 'Y'
                    MOVE SN-STUDENT-ID       TO  HIST-STUDENT-ID
                    READ GRADHIST
                    IF WS-HIST-STATUS = '00'
                        MOVE 'ARCHIVED TO DA-GRADH' TO L-AS-NOTE
                    END-IF
                END-IF.

      **************************************************************
      *   ONE STEP OF THE ADDITIONAL-AWARD MATCH - THE SAME RULES  *
      *   ON STUDENT ID PLUS DEGREE; ONLY THE YEAR CAN CHANGE      *
      **************************************************************

       4300-MATCH-ONE-AWARD.
                MOVE SPACES                 TO  IMAGE-DATA.
                EVALUATE TRUE
                    WHEN WS-CU-KEY < WS-SN-KEY
                        IF WS-PASS = 'A'
                            MOVE SPACES      TO  WS-THEN-ID
                                                 WS-THEN-YEAR
                            MOVE AW-STUDENT-ID TO WS-NOW-ID
                            MOVE AW-YEAR     TO  WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-ADDED-COUNT
                                MOVE AW-STUDENT-ID TO IM-STUDENT-ID
                                MOVE AW-DEGREE TO IM-DEGREE
                                MOVE AW-YEAR TO  IM-YEAR
                                MOVE 'NOW'   TO  L-AS-WHEN
                                MOVE 'ADDITIONAL AWARD' TO L-AS-NOTE
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4180-READ-CURR-AWARD
                    WHEN WS-CU-KEY > WS-SN-KEY
                        IF WS-PASS = 'D'
                            MOVE SA-STUDENT-ID TO WS-THEN-ID
                            MOVE SA-YEAR     TO  WS-THEN-YEAR
                            MOVE SPACES      TO  WS-NOW-ID
                                                 WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-DELETED-COUNT
                                MOVE SA-STUDENT-ID TO IM-STUDENT-ID
                                MOVE SA-DEGREE TO IM-DEGREE
                                MOVE SA-YEAR TO  IM-YEAR
                                MOVE 'THEN'  TO  L-AS-WHEN
                                MOVE 'ADDITIONAL AWARD' TO L-AS-NOTE
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4170-READ-SNAP-AWARD
                    WHEN OTHER
                        IF WS-PASS = 'C' AND SA-YEAR NOT = AW-YEAR
                            MOVE SA-STUDENT-ID TO WS-THEN-ID
                            MOVE SA-YEAR     TO  WS-THEN-YEAR
                            MOVE AW-STUDENT-ID TO WS-NOW-ID
                            MOVE AW-YEAR     TO  WS-NOW-YEAR
                            PERFORM 4400-CHECK-SELECTED
                            IF WS-SELECTED = 'Y'
                                ADD 1        TO  WS-CHANGED-COUNT
                                MOVE SA-STUDENT-ID TO IM-STUDENT-ID
                                MOVE SA-DEGREE TO IM-DEGREE
                                MOVE SA-YEAR TO  IM-YEAR
                                MOVE 'THEN'  TO  L-AS-WHEN
                                MOVE 'ADDITIONAL AWARD' TO L-AS-NOTE
                                PERFORM 4500-PRINT-IMAGE
                                MOVE AW-YEAR TO  IM-YEAR
                                MOVE 'NOW'   TO  L-AS-WHEN
                                PERFORM 4500-PRINT-IMAGE
                            END-IF
                        END-IF
                        PERFORM 4170-READ-SNAP-AWARD
                        PERFORM 4180-READ-CURR-AWARD
                END-EVALUATE.

      **************************************************************
      *   APPLIES THE OPTIONAL REPORT FILTERS - A STUDENT ID MUST  *
      *   MATCH; A CLASS YEAR MUST MATCH THE YEAR THEN OR NOW      *
      **************************************************************

       4400-CHECK-SELECTED.
                MOVE 'Y'                    TO  WS-SELECTED.
                IF WS-SEL-ID NOT = SPACES
                        AND WS-SEL-ID NOT = WS-THEN-ID
                        AND WS-SEL-ID NOT = WS-NOW-ID
                    MOVE 'N'                 TO  WS-SELECTED
                END-IF.
                IF WS-SEL-YEAR NOT = SPACES
                        AND WS-SEL-YEAR NOT = WS-THEN-YEAR
                        AND WS-SEL-YEAR NOT = WS-NOW-YEAR
                    MOVE 'N'                 TO  WS-SELECTED
                END-IF.

       4500-PRINT-IMAGE.
                MOVE IM-STUDENT-ID          TO  L-AS-ID.
                MOVE IM-NAME                TO  L-AS-NAME.
                MOVE IM-DEGREE              TO  L-AS-DEGREE.
                MOVE IM-YEAR                TO  L-AS-YEAR.
                MOVE IM-FERPA-HOLD          TO  L-AS-FERPA.
                MOVE IM-HONORS              TO  L-AS-HONORS.
                WRITE ASRPT-REC FROM ASRPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   PRINTS THE CONTROL COUNTS FOR THE RUN                     *
      **************************************************************

       4900-PRINT-COUNTS.
                MOVE SPACES TO ASRPT-REC.
                WRITE ASRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'JOURNAL ENTRIES READ:' TO L-MSG-TEXT.
                MOVE WS-JRNL-READ-COUNT     TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'JOURNAL ENTRIES INSIDE THE WINDOW:'
                    TO  L-MSG-TEXT.
                MOVE WS-WINDOW-COUNT        TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RECORD KEYS THE WINDOW TOUCHED:'
                    TO  L-MSG-TEXT.
                MOVE WS-KEY-COUNT           TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SNAPSHOT MASTER RECORDS (DA-ASOFM):'
                    TO  L-MSG-TEXT.
                MOVE WS-SNAP-MAST-COUNT     TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SNAPSHOT ADDITIONAL AWARDS (DA-ASOFA):'
                    TO  L-MSG-TEXT.
                MOVE WS-SNAP-AWARD-COUNT    TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ADDED SINCE:'         TO  L-MSG-TEXT.
                MOVE WS-ADDED-COUNT         TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'DELETED SINCE:'       TO  L-MSG-TEXT.
                MOVE WS-DELETED-COUNT       TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'CHANGED SINCE:'       TO  L-MSG-TEXT.
                MOVE WS-CHANGED-COUNT       TO  L-MSG-COUNT.
                WRITE ASRPT-REC FROM ASRPT-MSG1
                      AFTER ADVANCING 1 LINE.
