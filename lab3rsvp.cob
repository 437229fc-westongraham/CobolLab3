
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3RSVP.
       AUTHOR. Weston Graham.
      *  MAINTENANCE PROGRAM FOR THE COMMENCEMENT RSVP FILE.
      *  WHO IS WALKING AND HOW MANY GUESTS THEY WANT HAS BEEN KEPT
      *  ON PAPER. THIS PROGRAM MAINTAINS AN ATTENDANCE FILE
      *  (DA-RSVPM) KEYED BY STUDENT ID, MATCHING MAST-STUDENT-ID
      *  ON GRADMAST, THROUGH ITS OWN EDITED ADD/CHANGE/DELETE DECK
      *  (DA-RSVPX) WITH AN ACTIVITY REPORT THE WAY LAB3ADDR WORKS.
      *  AN RSVP FOR AN ID NOT ON GRADMAST IS REJECTED - ONLY A
      *  GRADUATE WE CARRY CAN WALK. THE TICKET FIELDS ON THE FILE
      *  BELONG TO LAB3TIKT, WHICH ALLOCATES GUEST SEATS; THIS
      *  PROGRAM ONLY RECORDS WHAT THE GRADUATE ASKED FOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RSVPMAST     ASSIGN TO 'DA-RSVPM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS RV-STUDENT-ID
                                 FILE STATUS IS WS-RSVP-STATUS.
            SELECT GRADMAST     ASSIGN TO 'DA-GRADM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS MAST-STUDENT-ID
                                 ALTERNATE RECORD KEY IS MAST-NAME
                                     WITH DUPLICATES
                                 FILE STATUS IS WS-MAST-STATUS.
            SELECT RSVPX-FILE   ASSIGN TO 'DA-RSVPX'.
            SELECT RVRPT-FILE   ASSIGN TO 'UR-RVRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  COMMENCEMENT RSVP FILE - INDEXED (VSAM-STYLE KSDS) KEYED   *
      *  ON THE SAME STUDENT ID GRADMAST CARRIES. RV-RECV-DATE IS   *
      *  THE DAY THE RSVP CAME IN AND DECIDES WHO IS SEATED FIRST.  *
      *  RV-TICKETS, RV-WAITLIST, AND RV-WAIT-POS ARE SET BY        *
      *  LAB3TIKT ON EVERY ALLOCATION RUN                           *
      **************************************************************
       FD  RSVPMAST.
       01  RSVP-MASTER-REC.
                03  RV-STUDENT-ID          PIC X(9).
                03  RV-ATTEND              PIC X(1).
                03  RV-GUESTS-REQ          PIC 9(2).
                03  RV-RECV-DATE           PIC 9(8).
                03  RV-TICKETS             PIC 9(2).
                03  RV-WAITLIST            PIC 9(2).
                03  RV-WAIT-POS            PIC 9(4).
                03  FILLER                 PIC X(52).

      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT.      *
      *  READ ONLY, TO PROVE AN RSVP BELONGS TO A GRADUATE WE      *
      *  ACTUALLY CARRY                                            *
      **************************************************************
       FD  GRADMAST.
       01  GRADUATE-MASTER-REC.
                03  MAST-NAME              PIC X(20).
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(43).

       FD  RSVPX-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSVPX-REC.
      **************************************************************
      *    RX-ACTION:  A = ADD     C = CHANGE     D = DELETE       *
      *    RX-ATTEND:  Y = WALKING     N = NOT WALKING             *
      *    RX-GUESTS:  GUEST TICKETS WANTED, 00-99                 *
      *    RX-RECV-DATE: CCYYMMDD RECEIVED; BLANK ON AN ADD MEANS  *
      *                  TODAY                                     *
      **************************************************************
                03  RX-ACTION              PIC X.
                03  RX-STUDENT-ID          PIC X(9).
                03  RX-ATTEND              PIC X(1).
                03  RX-GUESTS-X            PIC X(2).
                03  RX-GUESTS REDEFINES RX-GUESTS-X
                                           PIC 9(2).
                03  RX-RECV-DATE-X         PIC X(8).
                03  RX-RECV-DATE REDEFINES RX-RECV-DATE-X
                                           PIC 9(8).
                03  FILLER                 PIC X(59).

       FD  RVRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RVRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE ACTIVITY REPORT      *
      **************************************************************
       01  RVRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(4)      VALUE 'TX'.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(8)      VALUE 'ATTEND'.
                03  FILLER                 PIC X(8)      VALUE 'GUESTS'.
                03  FILLER                 PIC X(10)
                            VALUE 'RECEIVED'.
                03  FILLER                 PIC X(30)     VALUE 'RESULT'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE ACTIVITY REPORT           *
      **************************************************************
       01  RVRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-RX-ACTION            PIC X(4).
                03  L-RX-ID                PIC X(11).
                03  L-RX-NAME              PIC X(21).
                03  L-RX-ATTEND            PIC X(8).
                03  L-RX-GUESTS            PIC X(8).
                03  L-RX-RECV              PIC X(10).
                03  L-RX-RESULT            PIC X(30).
      **************************************************************
      *     LAYOUT FOR THE SUMMARY LINE OF THE ACTIVITY REPORT      *
      **************************************************************
       01  RVRPT-SUMMARY1.
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
                03  WS-RSVP-STATUS         PIC XX        VALUE SPACES.
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-MAST-AVAIL          PIC X         VALUE 'N'.
                03  WS-GRAD-FOUND          PIC X         VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-TX-RESULT           PIC X(30)     VALUE SPACES.
                03  WS-EDIT-SW             PIC X         VALUE 'Y'.
                03  WS-ADD-COUNT           PIC 9(4)      VALUE 0.
                03  WS-CHANGE-COUNT        PIC 9(4)      VALUE 0.
                03  WS-DELETE-COUNT        PIC 9(4)      VALUE 0.
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
                CLOSE RSVPMAST
                      RSVPX-FILE
                      RVRPT-FILE.
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                STOP RUN.

       1000-OPEN-FILES.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                OPEN I-O RSVPMAST.
                IF WS-RSVP-STATUS = '35'
                    OPEN OUTPUT RSVPMAST
                    CLOSE RSVPMAST
                    OPEN I-O RSVPMAST
                END-IF.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-MAST-AVAIL
                END-IF.
                OPEN INPUT RSVPX-FILE.
                OPEN OUTPUT RVRPT-FILE.

       1100-PRINT-HEAD.
                WRITE RVRPT-REC FROM RVRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO RVRPT-REC.
                WRITE RVRPT-REC
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   APPLIES ONE ADD/CHANGE/DELETE AGAINST THE RSVP FILE      *

      **************************************************************

       3000-PROCESS-TRANS.
                MOVE SPACES                 TO  MAST-NAME.
                IF RX-STUDENT-ID = SPACES
                    MOVE 'STUDENT ID MISSING - REJECTED'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    EVALUATE RX-ACTION
                        WHEN 'A'
                            PERFORM 3100-ADD-RSVP
                        WHEN 'C'
                            PERFORM 3200-CHANGE-RSVP
                        WHEN 'D'
                            PERFORM 3300-DELETE-RSVP
                        WHEN OTHER
                            MOVE 'UNKNOWN TRANSACTION CODE'
                                TO  WS-TX-RESULT
                            ADD 1            TO  WS-REJECT-COUNT
                    END-EVALUATE
                END-IF.
                PERFORM 1800-PRINT-TRANS-LINE.
                PERFORM 2000-READ-TRANS.

      **************************************************************
      *   EDITS THE TRANSACTION FIELDS - THE ID MUST BE NUMERIC    *
      *   AND BELONG TO A GRADUATE ON GRADMAST; ATTENDANCE MUST BE *
      *   Y OR N (AND IS REQUIRED ON AN ADD); A GUEST COUNT OR     *
      *   RECEIVED DATE, WHEN GIVEN, MUST BE NUMERIC. THE FIRST    *
      *   FAILURE WINS AND ITS REASON GOES ON THE REPORT           *
      **************************************************************

       3050-EDIT-TRANS.
                MOVE 'Y'                    TO  WS-EDIT-SW.
                IF RX-STUDENT-ID NOT NUMERIC
                    MOVE 'N'                 TO  WS-EDIT-SW
                    MOVE 'STUDENT ID NOT NUMERIC'
                        TO  WS-TX-RESULT
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    PERFORM 3070-CHECK-GRADUATE
                    IF WS-GRAD-FOUND NOT = 'Y'
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'ID NOT ON GRADMAST - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y'
                    IF RX-ATTEND NOT = 'Y' AND RX-ATTEND NOT = 'N'
                            AND (RX-ACTION = 'A'
                                 OR RX-ATTEND NOT = SPACE)
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'ATTEND NOT Y/N - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND RX-GUESTS-X NOT = SPACES
                    IF RX-GUESTS-X NOT NUMERIC
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'GUESTS NOT NUMERIC - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.
                IF WS-EDIT-SW = 'Y' AND RX-RECV-DATE-X NOT = SPACES
                    IF RX-RECV-DATE-X NOT NUMERIC
                        MOVE 'N'             TO  WS-EDIT-SW
                        MOVE 'DATE NOT NUMERIC - REJECTED'
                            TO  WS-TX-RESULT
                    END-IF
                END-IF.

      **************************************************************
      *   THE ID MUST BELONG TO A GRADUATE ON THE LIVE MASTER - AN *
      *   ARCHIVED CLASS HAS LONG SINCE WALKED                     *
      **************************************************************

       3070-CHECK-GRADUATE.
                MOVE 'N'                    TO  WS-GRAD-FOUND.
                IF WS-MAST-AVAIL = 'Y'
                    MOVE RX-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS = '00'
                        MOVE 'Y'             TO  WS-GRAD-FOUND
                    ELSE
                        MOVE SPACES          TO  MAST-NAME
                    END-IF
                END-IF.

       3100-ADD-RSVP.
                PERFORM 3050-EDIT-TRANS.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE SPACES              TO  RSVP-MASTER-REC
                    MOVE RX-STUDENT-ID       TO  RV-STUDENT-ID
                    MOVE RX-ATTEND           TO  RV-ATTEND
                    MOVE 0                   TO  RV-GUESTS-REQ
                    IF RX-GUESTS-X NOT = SPACES
                        MOVE RX-GUESTS       TO  RV-GUESTS-REQ
                    END-IF
                    IF RX-RECV-DATE-X NOT = SPACES
                        MOVE RX-RECV-DATE    TO  RV-RECV-DATE
                    ELSE
                        MOVE WS-RUN-DATE     TO  RV-RECV-DATE
                    END-IF
                    PERFORM 3150-CLEAR-ALLOCATION
                    WRITE RSVP-MASTER-REC
                    IF WS-RSVP-STATUS = '00'
                        MOVE 'ADDED'         TO  WS-TX-RESULT
                        ADD 1                TO  WS-ADD-COUNT
                    ELSE
                        MOVE 'DUPLICATE ID - NOT ADDED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    END-IF
                END-IF.

      **************************************************************
      *   A NEW OR CHANGED RSVP HOLDS NO SEATS UNTIL THE NEXT      *
      *   LAB3TIKT ALLOCATION RUN SEATS IT                         *
      **************************************************************

       3150-CLEAR-ALLOCATION.
                MOVE 0                      TO  RV-TICKETS.
                MOVE 0                      TO  RV-WAITLIST.
                MOVE 0                      TO  RV-WAIT-POS.
      *        A GRADUATE WHO IS NOT WALKING BRINGS NO GUESTS
                IF RV-ATTEND = 'N'
                    MOVE 0                   TO  RV-GUESTS-REQ
                END-IF.

       3200-CHANGE-RSVP.
                PERFORM 3050-EDIT-TRANS.
                IF WS-EDIT-SW NOT = 'Y'
                    ADD 1                    TO  WS-REJECT-COUNT
                ELSE
                    MOVE RX-STUDENT-ID       TO  RV-STUDENT-ID
                    READ RSVPMAST
                    IF WS-RSVP-STATUS = '00'
                        IF RX-ATTEND NOT = SPACE
                            MOVE RX-ATTEND   TO  RV-ATTEND
                        END-IF
                        IF RX-GUESTS-X NOT = SPACES
                            MOVE RX-GUESTS   TO  RV-GUESTS-REQ
                        END-IF
                        IF RX-RECV-DATE-X NOT = SPACES
                            MOVE RX-RECV-DATE TO RV-RECV-DATE
                        END-IF
                        PERFORM 3150-CLEAR-ALLOCATION
                        REWRITE RSVP-MASTER-REC
                        MOVE 'CHANGED'       TO  WS-TX-RESULT
                        ADD 1                TO  WS-CHANGE-COUNT
                    ELSE
                        MOVE 'NOT ON FILE - NOT CHANGED'
                            TO  WS-TX-RESULT
                        ADD 1                TO  WS-REJECT-COUNT
                    END-IF
                END-IF.

       3300-DELETE-RSVP.
                MOVE RX-STUDENT-ID          TO  RV-STUDENT-ID.
                READ RSVPMAST.
                IF WS-RSVP-STATUS = '00'
                    DELETE RSVPMAST RECORD
                    MOVE 'DELETED'           TO  WS-TX-RESULT
                    ADD 1                    TO  WS-DELETE-COUNT
                ELSE
                    MOVE 'NOT ON FILE - NOT DELETED'
                        TO  WS-TX-RESULT
                    ADD 1                    TO  WS-REJECT-COUNT
                END-IF.

      **************************************************************

      *   PRINTS ONE LINE OF THE RSVP ACTIVITY REPORT               *

      **************************************************************

       1800-PRINT-TRANS-LINE.
                MOVE SPACES                 TO  RVRPT-DATA1.
                MOVE RX-ACTION              TO  L-RX-ACTION.
                MOVE RX-STUDENT-ID          TO  L-RX-ID.
                MOVE MAST-NAME              TO  L-RX-NAME.
                MOVE RX-ATTEND              TO  L-RX-ATTEND.
                MOVE RX-GUESTS-X            TO  L-RX-GUESTS.
                MOVE RX-RECV-DATE-X         TO  L-RX-RECV.
                MOVE WS-TX-RESULT           TO  L-RX-RESULT.
                WRITE RVRPT-REC FROM RVRPT-DATA1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   PRINTS THE TRANSACTION COUNT SUMMARY FOR THE RUN          *

      **************************************************************

       1900-PRINT-SUMMARY.
                MOVE SPACES                 TO  RVRPT-REC.
                WRITE RVRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  RVRPT-SUMMARY1.
                MOVE 'RSVPS ADDED:'         TO  L-SUMM-TEXT.
                MOVE WS-ADD-COUNT           TO  L-SUMM-COUNT.
                WRITE RVRPT-REC FROM RVRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  RVRPT-SUMMARY1.
                MOVE 'RSVPS CHANGED:'       TO  L-SUMM-TEXT.
                MOVE WS-CHANGE-COUNT        TO  L-SUMM-COUNT.
                WRITE RVRPT-REC FROM RVRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  RVRPT-SUMMARY1.
                MOVE 'RSVPS DELETED:'       TO  L-SUMM-TEXT.
                MOVE WS-DELETE-COUNT        TO  L-SUMM-COUNT.
                WRITE RVRPT-REC FROM RVRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  RVRPT-SUMMARY1.
                MOVE 'TRANSACTIONS REJECTED:' TO L-SUMM-TEXT.
                MOVE WS-REJECT-COUNT        TO  L-SUMM-COUNT.
                WRITE RVRPT-REC FROM RVRPT-SUMMARY1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *                READS THE TRANSACTION FILE                   *

      **************************************************************

       2000-READ-TRANS.
                READ RSVPX-FILE
                    AT END MOVE 1 TO EOF-T.
