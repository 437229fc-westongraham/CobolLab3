
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3DREL.
       AUTHOR. Weston Graham.
      *  DIPLOMA RELEASE AND REPRINT-REQUEST MAINTENANCE.
      *  LAB3DIPL RECORDS EVERY DIPLOMA IT PRINTS ON THE DIPLOMA
      *  INVENTORY (DA-DIPIV); THIS PROGRAM RECORDS WHAT HAPPENS TO
      *  IT AFTERWARD FROM ITS OWN EDITED DECK (DA-DIPLX) WITH AN
      *  ACTIVITY REPORT THE WAY LAB3ADDR WORKS - A REPRINT REQUEST
      *  AND ITS REASON, A DIPLOMA PICKED UP AT THE OFFICE, OR ONE
      *  MAILED TO THE GRADUATE'S ADDRESS ON DA-ADDRM. ONLY A
      *  DIPLOMA PRINTED AND ON HAND MAY BE RELEASED, AND NEVER
      *  WHILE THE BUSINESS OFFICE'S BURSAR HOLD FILE (DA-BURSH)
      *  SHOWS AN UNCLEARED HOLD FOR THE GRADUATE - THE REFUSAL IS
      *  REPORTED AND LOGGED SO THE COUNTER CAN TELL THE GRADUATE
      *  WHY. WHEN DA-BURSH CANNOT BE OPENED NO DIPLOMA IS RELEASED
      *  AT ALL. EVERY CHANGE IS ALSO WRITTEN TO THE DIPLOMA
      *  ACTIVITY LOG (DA-DIPLG) WITH THE CLERK WHO KEYED IT.
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
            SELECT ADDRMAST     ASSIGN TO 'DA-ADDRM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AD-STUDENT-ID
                                 FILE STATUS IS WS-ADDR-STATUS.
            SELECT DIPLG-FILE   ASSIGN TO 'DA-DIPLG'
                                 FILE STATUS IS WS-DIPLG-STATUS.
            SELECT DIPLX-FILE   ASSIGN TO 'DA-DIPLX'.
            SELECT DIRPT-FILE   ASSIGN TO 'UR-DIRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  DIPLOMA INVENTORY - SAME DEFINITION AS LAB3DIPL            *
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
      *  BURSAR HOLD FILE - SENT BY THE BUSINESS OFFICE, KEYED ON   *
      *  THE STUDENT ID. READ ONLY - A HOLD BLOCKS RELEASE WHILE    *
      *  BU-STATUS IS 'H'; THE OFFICE CLEARS IT BY SENDING 'C' OR   *
      *  DROPPING THE RECORD                                        *
      **************************************************************
       FD  BURSH-FILE.
       01  BURSH-REC.
                03  BU-STUDENT-ID          PIC X(9).
                03  BU-STATUS              PIC X(1).
                03  BU-BALANCE             PIC 9(7)V99.
                03  BU-HOLD-DATE           PIC 9(8).
                03  BU-CLEAR-DATE          PIC 9(8).
                03  FILLER                 PIC X(45).

      **************************************************************
      *  ALUMNI ADDRESS MASTER - SAME DEFINITION AS LAB3ADDR.       *
      *  READ ONLY, FOR THE ADDRESS A DIPLOMA IS MAILED TO          *
      **************************************************************
       FD  ADDRMAST.
       01  ADDRESS-MASTER-REC.
                03  AD-STUDENT-ID          PIC X(9).
                03  AD-STREET              PIC X(30).
                03  AD-CITY                PIC X(20).
                03  AD-STATE               PIC X(2).
                03  AD-ZIP                 PIC X(10).
                03  FILLER                 PIC X(9).

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

       FD  DIPLX-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIPLX-REC.
      **************************************************************
      *    DX-ACTION:  R = REPRINT REQUEST (REASON REQUIRED)       *
      *                P = PICKED UP       M = MAILED              *
      **************************************************************
                03  DX-ACTION              PIC X.
                03  DX-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X.
                03  DX-CLERK-ID            PIC X(8).
                03  FILLER                 PIC X.
                03  DX-REASON              PIC X(30).
                03  FILLER                 PIC X(30).

       FD  DIRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  DIRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE ACTIVITY REPORT      *
      **************************************************************
       01  DIRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(4)      VALUE 'TX'.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(10)     VALUE 'CLERK'.
                03  FILLER                 PIC X(43)
                            VALUE 'REASON / MAILED TO'.
                03  FILLER                 PIC X(40)     VALUE 'RESULT'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE ACTIVITY REPORT           *
      **************************************************************
       01  DIRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-DX-ACTION            PIC X(4).
                03  L-DX-ID                PIC X(11).
                03  L-DX-CLERK             PIC X(10).
                03  L-DX-DETAIL            PIC X(43).
                03  L-DX-RESULT            PIC X(40).
      **************************************************************
      *     LAYOUT FOR THE SUMMARY LINE OF THE ACTIVITY REPORT      *
      **************************************************************
       01  DIRPT-SUMMARY1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SUMM-TEXT            PIC X(24).
                03  L-SUMM-COUNT           PIC ZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-T                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-DIPIV-STATUS        PIC XX        VALUE SPACES.
                03  WS-BURSH-STATUS        PIC XX        VALUE SPACES.
                03  WS-ADDR-STATUS         PIC XX        VALUE SPACES.
                03  WS-DIPLG-STATUS        PIC XX        VALUE SPACES.
                03  WS-BURSH-AVAIL         PIC X         VALUE 'N'.
                03  WS-ADDR-AVAIL          PIC X         VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-RUN-TIME            PIC 9(8)      VALUE 0.
                03  WS-TX-RESULT           PIC X(40)     VALUE SPACES.
                03  WS-TX-DETAIL           PIC X(43)     VALUE SPACES.
                03  WS-EDIT-SW             PIC X         VALUE 'Y'.
                03  WS-REPRINT-COUNT       PIC 9(4)      VALUE 0.
                03  WS-PICKUP-COUNT        PIC 9(4)      VALUE 0.
                03  WS-MAILED-COUNT        PIC 9(4)      VALUE 0.
                03  WS-HOLD-COUNT          PIC 9(4)      VALUE 0.
                03  WS-REJECT-COUNT        PIC 9(4)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                PERFORM 1000-OPEN-FILES.
                PERFORM 1100-PRINT-HEAD.
                PERFORM 2000-READ-TRANS.
                PERFORM 3000-PROCESS-TRANS
                    UNTIL EOF-T = 1.
                PERFORM 1900-PRINT-SUMMARY.
                CLOSE DIPIV-FILE
                      DIPLG-FILE
                      DIPLX-FILE
                      DIRPT-FILE.
                IF WS-BURSH-AVAIL = 'Y'
                    CLOSE BURSH-FILE
                END-IF.
                IF WS-ADDR-AVAIL = 'Y'
                    CLOSE ADDRMAST
                END-IF.
                STOP RUN.

       1000-OPEN-FILES.
                OPEN I-O DIPIV-FILE.
                IF WS-DIPIV-STATUS = '35'
                    OPEN OUTPUT DIPIV-FILE
                    CLOSE DIPIV-FILE
                    OPEN I-O DIPIV-FILE
                END-IF.
                OPEN INPUT BURSH-FILE.
                IF WS-BURSH-STATUS = '00'
                    MOVE 'Y'                 TO  WS-BURSH-AVAIL
                END-IF.
                OPEN INPUT ADDRMAST.
                IF WS-ADDR-STATUS = '00'
                    MOVE 'Y'                 TO  WS-ADDR-AVAIL
                END-IF.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT WS-RUN-TIME FROM TIME.
                OPEN EXTEND DIPLG-FILE.
                IF WS-DIPLG-STATUS = '35'
                    OPEN OUTPUT DIPLG-FILE
                END-IF.
                OPEN INPUT DIPLX-FILE.
                OPEN OUTPUT DIRPT-FILE.

       1100-PRINT-HEAD.
                WRITE DIRPT-REC FROM DIRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO DIRPT-REC.
                WRITE DIRPT-REC
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   APPLIES ONE REPRINT REQUEST OR RELEASE TO THE INVENTORY  *

      **************************************************************

       3000-PROCESS-TRANS.
                MOVE SPACES                 TO  WS-TX-DETAIL.
                MOVE DX-REASON              TO  WS-TX-DETAIL.
                PERFORM 3050-EDIT-TRANS.
      *        A BURSAR-HOLD REFUSAL ('B') IS COUNTED ON ITS OWN
      *        LINE, NOT AGAIN AMONG THE REJECTS
                IF WS-EDIT-SW = 'N'
                    ADD 1                    TO  WS-REJECT-COUNT
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    EVALUATE DX-ACTION
                        WHEN 'R'
                            PERFORM 3100-REQUEST-REPRINT
                        WHEN 'P'
                            PERFORM 3200-RELEASE-PICKUP
                        WHEN 'M'
                            PERFORM 3300-RELEASE-MAILED
                    END-EVALUATE
                END-IF.
                PERFORM 1800-PRINT-TRANS-LINE.
                PERFORM 2000-READ-TRANS.

      **************************************************************
      *   EDITS THE TRANSACTION - THE CODE MUST BE KNOWN, THE ID   *
      *   NUMERIC AND ON THE INVENTORY, A REPRINT MUST GIVE ITS    *
      *   REASON, AND A RELEASE MUST NAME THE CLERK AND FIND THE   *
      *   DIPLOMA ON HAND. THE FIRST FAILURE WINS AND ITS REASON   *
      *   GOES ON THE REPORT                                       *
      **************************************************************

       3050-EDIT-TRANS.
                MOVE 'Y'                    TO  WS-EDIT-SW.
                IF DX-ACTION NOT = 'R' AND DX-ACTION NOT = 'P'
                        AND DX-ACTION NOT = 'M'
                    MOVE 'N'                 TO  WS-EDIT-SW
                    MOVE 'UNKNOWN TRANSACTION CODE'
                        TO  WS-TX-RESULT
                END-IF.
                IF WS-EDIT-SW = 'Y' AND DX-STUDENT-ID NOT NUMERIC
                    MOVE 'N'                 TO  WS-EDIT-SW
                    MOVE 'STUDENT ID NOT NUMERIC'
                        TO  WS-TX-RESULT
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    MOVE DX-STUDENT-ID       TO  DI-STUDENT-ID
                    READ DIPIV-FILE
                    IF WS-DIPIV-STATUS NOT = '00'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'NO DIPLOMA PRINTED - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND DX-ACTION = 'R'
                    IF DX-REASON = SPACES
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'REASON IS BLANK - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND DX-ACTION NOT = 'R'
                    EVALUATE TRUE
                        WHEN DX-CLERK-ID = SPACES
                            MOVE 'N'         TO  WS-EDIT-SW
                            MOVE 'CLERK ID MISSING - REJECTED'
                                TO  WS-TX-RESULT
                        WHEN DI-STATUS = 'R'
                            MOVE 'N'         TO  WS-EDIT-SW
                            MOVE 'REPRINT PENDING - NOT RELEASED'
                                TO  WS-TX-RESULT
                        WHEN DI-STATUS = 'P' OR DI-STATUS = 'M'
                            MOVE 'N'         TO  WS-EDIT-SW
                            MOVE 'ALREADY RELEASED - REJECTED'
                                TO  WS-TX-RESULT
                    END-EVALUATE
                END-IF.
                IF WS-EDIT-SW = 'Y' AND DX-ACTION NOT = 'R'
                    PERFORM 3070-CHECK-BURSAR-HOLD
                END-IF.

      **************************************************************
      *   AN UNCLEARED BURSAR HOLD REFUSES THE RELEASE AND THE     *
      *   REFUSAL IS LOGGED. WITHOUT THE BUSINESS OFFICE'S FILE    *
      *   NO HOLD CAN BE RULED OUT, SO NOTHING IS RELEASED         *
      **************************************************************

       3070-CHECK-BURSAR-HOLD.
                IF WS-BURSH-AVAIL NOT = 'Y'
                    MOVE 'N'                 TO  WS-EDIT-SW
                    MOVE 'BURSAR FILE NOT AVAILABLE - NOT RELEASED'
                        TO  WS-TX-RESULT
                ELSE
                    MOVE DX-STUDENT-ID       TO  BU-STUDENT-ID
                    READ BURSH-FILE
                    IF WS-BURSH-STATUS = '00' AND BU-STATUS = 'H'
                        MOVE 'B'             TO  WS-EDIT-SW
                        MOVE 'BURSAR HOLD - NOT RELEASED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-HOLD-COUNT
                        MOVE SPACES          TO  DIPLG-REC
                        MOVE 'B'             TO  DL-EVENT
                        MOVE 'RELEASE REFUSED - BURSAR HOLD'
                            TO  DL-DETAIL
                        PERFORM 3900-WRITE-LOG
                    END-IF
                END-IF.

      *        A REPRINT MAY BE ASKED FOR AT ANY TIME, EVEN AFTER
      *        RELEASE, WHEN A REPLACEMENT IS WANTED
       3100-REQUEST-REPRINT.
                MOVE 'R'                    TO  DI-STATUS.
                MOVE DX-REASON              TO  DI-REPRINT-REASON.
                MOVE WS-RUN-DATE            TO  DI-REPRINT-DATE.
                REWRITE DIPIV-REC.
                MOVE 'REPRINT REQUESTED'    TO  WS-TX-RESULT.
                ADD 1                        TO  WS-REPRINT-COUNT.
                MOVE SPACES                 TO  DIPLG-REC.
                MOVE 'Q'                    TO  DL-EVENT.
                MOVE DX-REASON              TO  DL-DETAIL.
                PERFORM 3900-WRITE-LOG.

       3200-RELEASE-PICKUP.
                MOVE 'P'                    TO  DI-STATUS.
                MOVE WS-RUN-DATE            TO  DI-RELEASE-DATE.
                MOVE DX-CLERK-ID            TO  DI-RELEASE-CLERK.
                MOVE SPACES                 TO  DI-MAIL-TO.
                REWRITE DIPIV-REC.
                MOVE 'PICKED UP'            TO  WS-TX-RESULT.
                ADD 1                        TO  WS-PICKUP-COUNT.
                MOVE SPACES                 TO  DIPLG-REC.
                MOVE 'K'                    TO  DL-EVENT.
                MOVE 'PICKED UP'            TO  DL-DETAIL.
                PERFORM 3900-WRITE-LOG.

      *        THE ADDRESS MAILED TO IS KEPT ON THE INVENTORY, SO A
      *        LATER ADDRESS CHANGE DOES NOT HIDE WHERE IT WENT
       3300-RELEASE-MAILED.
                MOVE 'N'                    TO  WS-EDIT-SW.
                IF WS-ADDR-AVAIL = 'Y'
                    MOVE DX-STUDENT-ID       TO  AD-STUDENT-ID
                    READ ADDRMAST
                    IF WS-ADDR-STATUS = '00'
                        MOVE 'Y'             TO  WS-EDIT-SW
                    END-IF
                END-IF.
                IF WS-EDIT-SW NOT = 'Y'
                    MOVE 'NO ADDRESS ON DA-ADDRM - NOT SENT'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE 'M'                 TO  DI-STATUS
                    MOVE WS-RUN-DATE         TO  DI-RELEASE-DATE
                    MOVE DX-CLERK-ID         TO  DI-RELEASE-CLERK
                    MOVE AD-STREET           TO  DI-MAIL-STREET
                    MOVE AD-CITY             TO  DI-MAIL-CITY
                    MOVE AD-STATE            TO  DI-MAIL-STATE
                    MOVE AD-ZIP              TO  DI-MAIL-ZIP
                    REWRITE DIPIV-REC
                    MOVE 'MAILED'            TO  WS-TX-RESULT
                    ADD 1                    TO  WS-MAILED-COUNT
                    MOVE SPACES              TO  WS-TX-DETAIL
                    STRING AD-STREET DELIMITED BY '  '
                        ', '                 DELIMITED BY SIZE
                        AD-CITY              DELIMITED BY '  '
                        ' '                  DELIMITED BY SIZE
                        AD-STATE             DELIMITED BY SIZE
                        INTO WS-TX-DETAIL
                    MOVE SPACES              TO  DIPLG-REC
                    MOVE 'M'                 TO  DL-EVENT
                    MOVE WS-TX-DETAIL        TO  DL-DETAIL
                    PERFORM 3900-WRITE-LOG
                END-IF.

       3900-WRITE-LOG.
                MOVE WS-RUN-DATE            TO  DL-DATE.
                MOVE WS-RUN-TIME            TO  DL-TIME.
                MOVE DX-STUDENT-ID          TO  DL-STUDENT-ID.
                MOVE DX-CLERK-ID            TO  DL-CLERK-ID.
                WRITE DIPLG-REC.

      **************************************************************

      *   PRINTS ONE LINE OF THE DIPLOMA ACTIVITY REPORT            *

      **************************************************************

       1800-PRINT-TRANS-LINE.
                MOVE SPACES                 TO  DIRPT-DATA1.
                MOVE DX-ACTION              TO  L-DX-ACTION.
                MOVE DX-STUDENT-ID          TO  L-DX-ID.
                MOVE DX-CLERK-ID            TO  L-DX-CLERK.
                MOVE WS-TX-DETAIL           TO  L-DX-DETAIL.
                MOVE WS-TX-RESULT           TO  L-DX-RESULT.
                WRITE DIRPT-REC FROM DIRPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   PRINTS THE TRANSACTION COUNT SUMMARY FOR THE RUN          *

      **************************************************************

       1900-PRINT-SUMMARY.
                MOVE SPACES                 TO  DIRPT-REC.
                WRITE DIRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DIRPT-SUMMARY1.
                MOVE 'REPRINTS REQUESTED:'  TO  L-SUMM-TEXT.
                MOVE WS-REPRINT-COUNT       TO  L-SUMM-COUNT.
                WRITE DIRPT-REC FROM DIRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DIRPT-SUMMARY1.
                MOVE 'DIPLOMAS PICKED UP:'  TO  L-SUMM-TEXT.
                MOVE WS-PICKUP-COUNT        TO  L-SUMM-COUNT.
                WRITE DIRPT-REC FROM DIRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DIRPT-SUMMARY1.
                MOVE 'DIPLOMAS MAILED:'     TO  L-SUMM-TEXT.
                MOVE WS-MAILED-COUNT        TO  L-SUMM-COUNT.
                WRITE DIRPT-REC FROM DIRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DIRPT-SUMMARY1.
                MOVE 'REFUSED - BURSAR HOLD:' TO L-SUMM-TEXT.
                MOVE WS-HOLD-COUNT          TO  L-SUMM-COUNT.
                WRITE DIRPT-REC FROM DIRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  DIRPT-SUMMARY1.
                MOVE 'TRANSACTIONS REJECTED:' TO L-SUMM-TEXT.
                MOVE WS-REJECT-COUNT        TO  L-SUMM-COUNT.
                WRITE DIRPT-REC FROM DIRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *                READS THE TRANSACTION FILE                   *

      **************************************************************

       2000-READ-TRANS.
                READ DIPLX-FILE
                    AT END MOVE 1 TO EOF-T.
