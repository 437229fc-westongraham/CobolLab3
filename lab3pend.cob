
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3PEND.
       AUTHOR. Weston Graham.
      *  PENDING-APPROVAL AGING REPORT.
      *  LAB3MAINT HOLDS EVERY DELETE, RENAME, AND CHANGE TO A
      *  CONFERRED GRADUATE ON DA-PENDG UNTIL A SECOND PERSON
      *  RELEASES OR REJECTS IT ON THE APPROVAL DECK. AN ITEM
      *  NOBODY ACTIONS JUST SITS THERE, SO THIS PROGRAM LISTS
      *  EVERY ITEM STILL PENDING LONGER THAN THE NUMBER OF DAYS ON
      *  THE DA-PNPRM PARAMETER CARD (COLS 1-3). NO CARD MEANS THE
      *  STANDING LIMIT OF 7 DAYS; A CARD THAT IS NOT NUMERIC IS
      *  REPORTED AND THE STANDING LIMIT USED. THE CLOSING COUNTS
      *  SHOW EVERY ITEM ON FILE BY STATUS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PEND-FILE    ASSIGN TO 'DA-PENDG'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PD-REF-NO
                                 FILE STATUS IS WS-PEND-STATUS.
            SELECT PNPRM-FILE   ASSIGN TO 'DA-PNPRM'
                                 FILE STATUS IS WS-PNPRM-STATUS.
            SELECT PNRPT-FILE   ASSIGN TO 'UR-PNRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  PENDING-APPROVAL FILE - SAME DEFINITION AS LAB3MAINT.      *
      *  READ ONLY                                                  *
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

      **************************************************************
      *  OPTIONAL PARAMETER CARD - THE AGE LIMIT IN DAYS, COLS 1-3  *
      **************************************************************
       FD  PNPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PNPRM-REC.
                03  PP-DAYS-X              PIC X(3).
                03  PP-DAYS REDEFINES PP-DAYS-X
                                           PIC 9(3).
                03  FILLER                 PIC X(77).

       FD  PNRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PNRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *   THE HELD TRANSACTION - SAME LAYOUT AS THE TRANS-REC       *
      *   LAB3MAINT READS FROM DA-MAINTX                            *
      **************************************************************
       01  HELD-TRANS.
                03  HT-CODE                PIC X.
                03  HT-NAME                PIC X(20).
                03  HT-DEGREE              PIC X(4).
                03  HT-YEAR                PIC X(4).
                03  HT-NEW-NAME            PIC X(20).
                03  HT-STUDENT-ID          PIC X(9).
                03  HT-FERPA-HOLD          PIC X(1).
                03  HT-NEW-DEGREE          PIC X(4).
                03  HT-HONORS              PIC X(1).
                03  FILLER                 PIC X(16).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE AGING REPORT         *
      **************************************************************
       01  PNRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(31)
                            VALUE 'PENDING-APPROVAL AGING REPORT'.
                03  FILLER                 PIC X(8)      VALUE 'RUN'.
                03  L-RUN-DATE             PIC X(8).
       01  PNRPT-HEADING2.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(31)
                            VALUE 'ITEMS WAITING MORE THAN'.
                03  L-LIMIT                PIC ZZ9.
                03  FILLER                 PIC X(6)      VALUE ' DAYS'.
       01  PNRPT-HEADING3.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(8)      VALUE 'REF'.
                03  FILLER                 PIC X(10)
                            VALUE 'HELD ON'.
                03  FILLER                 PIC X(6)      VALUE 'DAYS'.
                03  FILLER                 PIC X(11)     VALUE 'REASON'.
                03  FILLER                 PIC X(7)      VALUE 'BATCH'.
                03  FILLER                 PIC X(10)     VALUE 'CLERK'.
                03  FILLER                 PIC X(4)      VALUE 'TX'.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(20)
                            VALUE 'NEW NAME'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE AGING REPORT              *
      **************************************************************
       01  PNRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-PN-REF               PIC 9(6).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-PN-HELD              PIC X(8).
                03  FILLER                 PIC X(2)      VALUE SPACES.
                03  L-PN-DAYS              PIC ZZZZ9.
                03  FILLER                 PIC X(1)      VALUE SPACES.
                03  L-PN-REASON            PIC X(11).
                03  L-PN-BATCH             PIC 9(4).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-PN-CLERK             PIC X(10).
                03  L-PN-CODE              PIC X(4).
                03  L-PN-ID                PIC X(11).
                03  L-PN-NAME              PIC X(21).
                03  L-PN-NEW-NAME          PIC X(20).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  PNRPT-MSG1.
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
                03  WS-PEND-STATUS         PIC XX        VALUE SPACES.
                03  WS-PNPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-LIMIT-DAYS          PIC 9(3)      VALUE 7.
                03  WS-PARM-BAD            PIC X         VALUE 'N'.
                03  WS-RUN-DAYS            PIC 9(8)      VALUE 0.
                03  WS-HELD-DAYS           PIC 9(8)      VALUE 0.
                03  WS-AGE                 PIC 9(5)      VALUE 0.
                03  WS-PENDING-COUNT       PIC 9(5)      VALUE 0.
                03  WS-OVER-COUNT          PIC 9(5)      VALUE 0.
                03  WS-RELEASED-COUNT      PIC 9(5)      VALUE 0.
                03  WS-REFUSED-COUNT       PIC 9(5)      VALUE 0.
                03  WS-REJECTED-COUNT      PIC 9(5)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT PNRPT-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                COMPUTE WS-RUN-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
                PERFORM 1000-READ-PARM-CARD.
                PERFORM 1100-PRINT-HEAD.
                OPEN INPUT PEND-FILE.
                IF WS-PEND-STATUS = '00'
                    MOVE 1                   TO  PD-REF-NO
                    START PEND-FILE
                        KEY IS NOT LESS THAN PD-REF-NO
                    PERFORM UNTIL WS-PEND-STATUS NOT = '00'
                        READ PEND-FILE NEXT RECORD
                        IF WS-PEND-STATUS = '00'
                            PERFORM 2000-CHECK-ONE-ITEM
                        END-IF
                    END-PERFORM
                    CLOSE PEND-FILE
                ELSE
                    MOVE SPACES              TO  PNRPT-MSG1
                    MOVE 'DA-PENDG NOT ON FILE - NOTHING HELD'
                        TO  L-MSG-TEXT
                    WRITE PNRPT-REC FROM PNRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                PERFORM 3000-PRINT-COUNTS.
                CLOSE PNRPT-FILE.
                STOP RUN.

      **************************************************************
      *   THE AGE LIMIT COMES FROM DA-PNPRM WHEN THE CARD IS THERE *
      *   AND NUMERIC; OTHERWISE THE STANDING 7 DAYS               *
      **************************************************************

       1000-READ-PARM-CARD.
                MOVE 7                      TO  WS-LIMIT-DAYS.
                OPEN INPUT PNPRM-FILE.
                IF WS-PNPRM-STATUS = '00'
                    READ PNPRM-FILE
                        AT END MOVE 1 TO EOF-P
                    END-READ
                    IF EOF-P NOT = 1 AND PNPRM-REC NOT = SPACES
                        IF PP-DAYS-X NUMERIC
                            MOVE PP-DAYS     TO  WS-LIMIT-DAYS
                        ELSE
                            MOVE 'Y'         TO  WS-PARM-BAD
                        END-IF
                    END-IF
                    CLOSE PNPRM-FILE
                END-IF.

       1100-PRINT-HEAD.
                MOVE WS-RUN-DATE            TO  L-RUN-DATE.
                WRITE PNRPT-REC FROM PNRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE WS-LIMIT-DAYS          TO  L-LIMIT.
                WRITE PNRPT-REC FROM PNRPT-HEADING2
                      AFTER ADVANCING 1 LINE.
                IF WS-PARM-BAD = 'Y'
                    MOVE SPACES              TO  PNRPT-MSG1
                    MOVE '** DA-PNPRM DAYS NOT NUMERIC - 7 USED **'
                        TO  L-MSG-TEXT
                    WRITE PNRPT-REC FROM PNRPT-MSG1
                          AFTER ADVANCING 1 LINE
                END-IF.
                MOVE SPACES TO PNRPT-REC.
                WRITE PNRPT-REC
                      AFTER ADVANCING 1 LINE.
                WRITE PNRPT-REC FROM PNRPT-HEADING3
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   COUNTS ONE ITEM BY STATUS AND LISTS IT WHEN IT HAS BEEN  *
      *   PENDING LONGER THAN THE LIMIT                            *
      **************************************************************

       2000-CHECK-ONE-ITEM.
                EVALUATE PD-STATUS
                    WHEN 'P'
                        ADD 1                TO  WS-PENDING-COUNT
                        MOVE 0               TO  WS-AGE
                        IF PD-HELD-DATE NUMERIC AND PD-HELD-DATE > 0
                            COMPUTE WS-HELD-DAYS =
                                FUNCTION INTEGER-OF-DATE (PD-HELD-DATE)
                            IF WS-RUN-DAYS > WS-HELD-DAYS
                                COMPUTE WS-AGE =
                                    WS-RUN-DAYS - WS-HELD-DAYS
                            END-IF
                        END-IF
                        IF WS-AGE > WS-LIMIT-DAYS
                            ADD 1            TO  WS-OVER-COUNT
                            PERFORM 2100-PRINT-ITEM
                        END-IF
                    WHEN 'R'
                        ADD 1                TO  WS-RELEASED-COUNT
                    WHEN 'F'
                        ADD 1                TO  WS-REFUSED-COUNT
                    WHEN 'J'
                        ADD 1                TO  WS-REJECTED-COUNT
                END-EVALUATE.

       2100-PRINT-ITEM.
                MOVE PD-TRANS               TO  HELD-TRANS.
                MOVE PD-REF-NO              TO  L-PN-REF.
                MOVE PD-HELD-DATE           TO  L-PN-HELD.
                MOVE WS-AGE                 TO  L-PN-DAYS.
                EVALUATE PD-HOLD-REASON
                    WHEN 'D'
                        MOVE 'DELETE'        TO  L-PN-REASON
                    WHEN 'R'
                        MOVE 'RENAME'        TO  L-PN-REASON
                    WHEN 'C'
                        MOVE 'CONFERRED'     TO  L-PN-REASON
                    WHEN OTHER
                        MOVE PD-HOLD-REASON  TO  L-PN-REASON
                END-EVALUATE.
                MOVE PD-HELD-BATCH          TO  L-PN-BATCH.
                MOVE PD-CLERK-ID            TO  L-PN-CLERK.
                MOVE HT-CODE                TO  L-PN-CODE.
                MOVE HT-STUDENT-ID          TO  L-PN-ID.
                MOVE HT-NAME                TO  L-PN-NAME.
                MOVE HT-NEW-NAME            TO  L-PN-NEW-NAME.
                WRITE PNRPT-REC FROM PNRPT-DATA1
                      AFTER ADVANCING 1 LINE.

       3000-PRINT-COUNTS.
                MOVE SPACES TO PNRPT-REC.
                WRITE PNRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES                 TO  PNRPT-MSG1.
                MOVE 'ITEMS STILL PENDING:' TO  L-MSG-TEXT.
                MOVE WS-PENDING-COUNT       TO  L-MSG-COUNT.
                WRITE PNRPT-REC FROM PNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'PENDING OVER THE LIMIT:' TO L-MSG-TEXT.
                MOVE WS-OVER-COUNT          TO  L-MSG-COUNT.
                WRITE PNRPT-REC FROM PNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RELEASED AND APPLIED:' TO L-MSG-TEXT.
                MOVE WS-RELEASED-COUNT      TO  L-MSG-COUNT.
                WRITE PNRPT-REC FROM PNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RELEASED BUT REFUSED BY THE EDITS:'
                    TO  L-MSG-TEXT.
                MOVE WS-REFUSED-COUNT       TO  L-MSG-COUNT.
                WRITE PNRPT-REC FROM PNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'REJECTED BY THE APPROVER:' TO L-MSG-TEXT.
                MOVE WS-REJECTED-COUNT      TO  L-MSG-COUNT.
                WRITE PNRPT-REC FROM PNRPT-MSG1
                      AFTER ADVANCING 1 LINE.
