
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3TIKT.
       AUTHOR. Weston Graham.
      *  COMMENCEMENT GUEST-TICKET ALLOCATION.
      *  THE HALL HOLDS ONLY SO MANY GUESTS, AND THE TICKETS HAVE
      *  BEEN COUNTED OUT BY HAND. GIVEN THE CEREMONY'S CLASS YEAR,
      *  GUEST SEAT CAPACITY, AND AN OPTIONAL PER-GRADUATE TICKET
      *  LIMIT ON THE DA-CMPRM CARD (YEAR IN COLS 1-4, CAPACITY IN
      *  6-10, LIMIT IN 12-13, BLANK OR ZERO = NO LIMIT), THIS
      *  PROGRAM SEATS THE GUESTS OF EVERY GRADUATE OF THAT CLASS
      *  WHO HAS RSVP'D AS WALKING ON DA-RSVPM, FIRST COME FIRST
      *  SERVED BY THE DATE THE RSVP WAS RECEIVED (STUDENT ID
      *  BREAKS A TIE). ONCE THE SEATS RUN OUT EACH FURTHER TICKET
      *  GOES ON A NUMBERED WAITLIST. A GRADUATE IS IN THE CLASS IF
      *  ANY OF THEIR AWARDS - ON GRADMAST OR DA-AWARD - CARRIES
      *  THE CEREMONY YEAR. EVERY RUN STARTS FROM A CLEAN SLATE, SO
      *  IT CAN BE RERUN AS RSVPS COME IN; THE GRANTED TICKETS AND
      *  WAITLIST POSITIONS ARE STORED BACK ON DA-RSVPM.
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
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT CMPRM-FILE   ASSIGN TO 'DA-CMPRM'
                                 FILE STATUS IS WS-CMPRM-STATUS.
            SELECT SORT-WORK    ASSIGN TO 'DA-TKSWK'.
            SELECT SORTED-FILE  ASSIGN TO 'DA-TKSRD'.
            SELECT TKRPT-FILE   ASSIGN TO 'UR-TKRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  COMMENCEMENT RSVP FILE - SAME DEFINITION AS LAB3RSVP      *
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
      *  READ ONLY                                                 *
      **************************************************************
       FD  GRADMAST.
       01  GRADUATE-MASTER-REC.
                03  MAST-NAME              PIC X(20).
                03  MAST-DEGREE            PIC X(4).
                03  MAST-YEAR              PIC X(4).
                03  MAST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(43).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT;  *
      *  READ ONLY, SO A GRADUATE WHOSE CEREMONY-YEAR AWARD IS NOT *
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
      *  CEREMONY PARAMETER CARD - CLASS YEAR IN COLS 1-4, GUEST   *
      *  SEAT CAPACITY IN 6-10, PER-GRADUATE TICKET LIMIT IN 12-13 *
      *  (BLANK OR ZERO = NO LIMIT). LAB3LINE READS THE SAME CARD  *
      **************************************************************
       FD  CMPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CMPRM-REC.
                03  CP-YEAR                PIC X(4).
                03  FILLER                 PIC X.
                03  CP-CAPACITY-X          PIC X(5).
                03  CP-CAPACITY REDEFINES CP-CAPACITY-X
                                           PIC 9(5).
                03  FILLER                 PIC X.
                03  CP-LIMIT-X             PIC X(2).
                03  CP-LIMIT REDEFINES CP-LIMIT-X
                                           PIC 9(2).
                03  FILLER                 PIC X(67).

      **************************************************************
      *  SORT WORK FILE - PUTS THE WALKING RSVPS OF THE CLASS IN   *
      *  THE ORDER THEY WERE RECEIVED                              *
      **************************************************************
       SD  SORT-WORK.
       01  SORT-REC.
                03  S-RECV-DATE            PIC 9(8).
                03  S-STUDENT-ID           PIC X(9).
                03  S-NAME                 PIC X(20).
                03  S-GUESTS-REQ           PIC 9(2).
                03  FILLER                 PIC X(41).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC                 PIC X(80).

       FD  TKRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  TKRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *           LAYOUT FOR THE SORTED RSVP RECORD                *
      **************************************************************
       01  SORTED-DATA.
                03  SD-RECV-DATE           PIC 9(8).
                03  SD-STUDENT-ID          PIC X(9).
                03  SD-NAME                PIC X(20).
                03  SD-GUESTS-REQ          PIC 9(2).
                03  FILLER                 PIC X(41).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE ALLOCATION REPORT   *
      **************************************************************
       01  TKRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(37)
                            VALUE 'GUEST TICKET ALLOCATION - CLASS OF'.
                03  L-HEAD-YEAR            PIC X(4).
       01  TKRPT-HEADING2.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(15)
                            VALUE 'SEAT CAPACITY '.
                03  L-HEAD-CAPACITY        PIC ZZZZ9.
                03  FILLER                 PIC X(24)
                            VALUE '   LIMIT PER GRADUATE '.
                03  L-HEAD-LIMIT           PIC X(4).
       01  TKRPT-HEADING3.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(10)
                            VALUE 'RECEIVED'.
                03  FILLER                 PIC X(7)      VALUE 'ASKED'.
                03  FILLER                 PIC X(9)
                            VALUE 'GRANTED'.
                03  FILLER                 PIC X(12)
                            VALUE 'WAITLISTED'.
                03  FILLER                 PIC X(10)
                            VALUE 'WAIT POS'.
                03  FILLER                 PIC X(20)     VALUE 'NOTE'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE ALLOCATION REPORT         *
      **************************************************************
       01  TKRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-TK-ID                PIC X(11).
                03  L-TK-NAME              PIC X(21).
                03  L-TK-RECV              PIC 9(8).
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-TK-ASKED             PIC Z9.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  L-TK-GRANTED           PIC Z9.
                03  FILLER                 PIC X(8)      VALUE SPACES.
                03  L-TK-WAIT              PIC Z9.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  L-TK-WAIT-POS          PIC ZZZZ.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  L-TK-NOTE              PIC X(20).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  TKRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-S                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-RSVP-STATUS         PIC XX        VALUE SPACES.
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-CMPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-IN-CLASS            PIC X         VALUE 'N'.
                03  WS-WALK-COUNT          PIC 9(5)      VALUE 0.
                03  WS-DECLINE-COUNT       PIC 9(5)      VALUE 0.
                03  WS-NOGRAD-COUNT        PIC 9(5)      VALUE 0.
                03  WS-OUTSIDE-COUNT       PIC 9(5)      VALUE 0.
                03  WS-ALLOC-COUNT         PIC 9(5)      VALUE 0.
                03  WS-WAIT-TICKETS        PIC 9(5)      VALUE 0.
                03  WS-WAIT-GRADS          PIC 9(5)      VALUE 0.
                03  WS-CAPPED-COUNT        PIC 9(5)      VALUE 0.
      **************************************************************
      *     CEREMONY PARAMETERS AND THE RUNNING SEAT POSITION -     *
      *     A CARD WITH NO NUMERIC YEAR OR CAPACITY IS AN OPERATOR  *
      *     ERROR AND NO SEATS ARE ALLOCATED                        *
      **************************************************************
                03  WS-CLASS-YEAR          PIC X(4)      VALUE SPACES.
                03  WS-CAPACITY            PIC 9(5)      VALUE 0.
                03  WS-LIMIT               PIC 9(2)      VALUE 0.
                03  WS-PARM-OK             PIC X         VALUE 'N'.
                03  WS-SEATS-LEFT          PIC 9(5)      VALUE 0.
                03  WS-WANT                PIC 9(2)      VALUE 0.
                03  WS-GRANT               PIC 9(2)      VALUE 0.
                03  WS-WAIT                PIC 9(2)      VALUE 0.
                03  WS-NEXT-WAIT-POS       PIC 9(4)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT TKRPT-FILE.
                PERFORM 1000-READ-PARM-CARD.
                MOVE WS-CLASS-YEAR          TO  L-HEAD-YEAR.
                WRITE TKRPT-REC FROM TKRPT-HEADING1
                      AFTER ADVANCING PAGE.
                IF WS-PARM-OK NOT = 'Y'
                    MOVE 'CEREMONY CARD MISSING OR NOT NUMERIC'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE TKRPT-REC FROM TKRPT-MSG1
                          AFTER ADVANCING 2 LINES
                ELSE
                    PERFORM 1200-PRINT-PARMS
                    OPEN I-O RSVPMAST
                    OPEN INPUT GRADMAST
                    IF WS-RSVP-STATUS = '00' AND WS-MAST-STATUS = '00'
                        PERFORM 1500-ALLOCATE-SEATS
                        PERFORM 5000-PRINT-COUNTS
                        CLOSE RSVPMAST
                              GRADMAST
                    ELSE
                        MOVE 'DA-RSVPM OR GRADMAST NOT ON FILE'
                            TO  L-MSG-TEXT
                        MOVE 0               TO  L-MSG-COUNT
                        WRITE TKRPT-REC FROM TKRPT-MSG1
                              AFTER ADVANCING 2 LINES
                    END-IF
                END-IF.
                CLOSE TKRPT-FILE.
                STOP RUN.

      **************************************************************
      *   READS THE CEREMONY CARD - THE YEAR AND THE CAPACITY ARE  *
      *   REQUIRED; A BLANK LIMIT MEANS NO PER-GRADUATE LIMIT      *
      **************************************************************

       1000-READ-PARM-CARD.
                OPEN INPUT CMPRM-FILE.
                IF WS-CMPRM-STATUS = '00'
                    READ CMPRM-FILE
                        AT END MOVE SPACES TO CMPRM-REC
                    END-READ
                    CLOSE CMPRM-FILE
                    MOVE CP-YEAR             TO  WS-CLASS-YEAR
                    IF CP-YEAR NUMERIC AND CP-CAPACITY-X NUMERIC
                        MOVE 'Y'             TO  WS-PARM-OK
                        MOVE CP-CAPACITY     TO  WS-CAPACITY
                    END-IF
                    IF CP-LIMIT-X NUMERIC
                        MOVE CP-LIMIT        TO  WS-LIMIT
                    ELSE
                        IF CP-LIMIT-X NOT = SPACES
                            MOVE 'N'         TO  WS-PARM-OK
                        END-IF
                    END-IF
                END-IF.

       1200-PRINT-PARMS.
                MOVE WS-CAPACITY            TO  L-HEAD-CAPACITY.
                IF WS-LIMIT = 0
                    MOVE 'NONE'              TO  L-HEAD-LIMIT
                ELSE
                    MOVE WS-LIMIT            TO  L-HEAD-LIMIT
                END-IF.
                WRITE TKRPT-REC FROM TKRPT-HEADING2
                      AFTER ADVANCING 1 LINE.
                WRITE TKRPT-REC FROM TKRPT-HEADING3
                      AFTER ADVANCING 2 LINES.
                MOVE SPACES TO TKRPT-REC.
                WRITE TKRPT-REC
                      AFTER ADVANCING 1 LINE.

      **************************************************************
      *   SORTS THE WALKING RSVPS OF THE CLASS INTO THE ORDER THEY *
      *   CAME IN, THEN SEATS THEIR GUESTS ONE GRADUATE AT A TIME  *
      **************************************************************

       1500-ALLOCATE-SEATS.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                SORT SORT-WORK
                    ON ASCENDING KEY S-RECV-DATE S-STUDENT-ID
                    INPUT PROCEDURE IS 1110-SELECT-RSVPS
                    GIVING SORTED-FILE.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                MOVE WS-CAPACITY            TO  WS-SEATS-LEFT.
                MOVE 0                      TO  WS-NEXT-WAIT-POS.
                OPEN INPUT SORTED-FILE.
                PERFORM 2000-READ-SORTED.
                PERFORM 3000-SEAT-ONE-GRAD
                    UNTIL EOF-S = 1.
                CLOSE SORTED-FILE.

      **************************************************************
      *   WALKS THE RSVP FILE, WIPING LAST RUN'S ALLOCATION FROM   *
      *   EVERY RECORD AND RELEASING THE WALKING GRADUATES OF THE  *
      *   CEREMONY CLASS TO THE SORT                               *
      **************************************************************

       1110-SELECT-RSVPS.
                MOVE LOW-VALUES              TO  RV-STUDENT-ID.
                START RSVPMAST
                    KEY IS NOT LESS THAN RV-STUDENT-ID.
                PERFORM UNTIL WS-RSVP-STATUS NOT = '00'
                    READ RSVPMAST NEXT RECORD
                    IF WS-RSVP-STATUS = '00'
                        PERFORM 1115-CHECK-ONE-RSVP
                    END-IF
                END-PERFORM.

       1115-CHECK-ONE-RSVP.
                MOVE 0                      TO  RV-TICKETS.
                MOVE 0                      TO  RV-WAITLIST.
                MOVE 0                      TO  RV-WAIT-POS.
                REWRITE RSVP-MASTER-REC.
                IF RV-ATTEND NOT = 'Y'
                    ADD 1                    TO  WS-DECLINE-COUNT
                ELSE
                    MOVE RV-STUDENT-ID       TO  MAST-STUDENT-ID
                    READ GRADMAST
                    IF WS-MAST-STATUS NOT = '00'
                        ADD 1                TO  WS-NOGRAD-COUNT
                    ELSE
                        PERFORM 1150-CHECK-CLASS
                        IF WS-IN-CLASS NOT = 'Y'
                            ADD 1            TO  WS-OUTSIDE-COUNT
                        ELSE
                            ADD 1            TO  WS-WALK-COUNT
                            MOVE SPACES      TO  SORT-REC
                            MOVE RV-RECV-DATE TO S-RECV-DATE
                            MOVE RV-STUDENT-ID TO S-STUDENT-ID
                            MOVE MAST-NAME   TO  S-NAME
                            MOVE RV-GUESTS-REQ TO S-GUESTS-REQ
                            RELEASE SORT-REC
                        END-IF
                    END-IF
                END-IF.

      **************************************************************
      *   A GRADUATE IS IN THE CLASS WHEN THE PRIMARY AWARD OR ANY *
      *   ADDITIONAL AWARD ON DA-AWARD CARRIES THE CEREMONY YEAR   *
      **************************************************************

       1150-CHECK-CLASS.
                MOVE 'N'                    TO  WS-IN-CLASS.
                IF MAST-YEAR = WS-CLASS-YEAR
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
                                AND AW-YEAR = WS-CLASS-YEAR
                            MOVE 'Y'         TO  WS-IN-CLASS
                        END-IF
                    END-PERFORM
                END-IF.

      **************************************************************
      *   SEATS ONE GRADUATE'S GUESTS - THE REQUEST IS CUT BACK TO *
      *   THE PER-GRADUATE LIMIT, AS MANY TICKETS AS THERE ARE     *
      *   SEATS LEFT ARE GRANTED, AND THE REST GO ON THE WAITLIST  *
      *   UNDER THE NEXT POSITION NUMBER                           *
      **************************************************************

       3000-SEAT-ONE-GRAD.
                MOVE SPACES                 TO  TKRPT-DATA1.
                MOVE SD-GUESTS-REQ          TO  WS-WANT.
                IF WS-LIMIT > 0 AND WS-WANT > WS-LIMIT
                    MOVE WS-LIMIT            TO  WS-WANT
                    ADD 1                    TO  WS-CAPPED-COUNT
                    MOVE 'CUT TO LIMIT'      TO  L-TK-NOTE
                END-IF.
                IF WS-WANT > WS-SEATS-LEFT
                    MOVE WS-SEATS-LEFT       TO  WS-GRANT
                ELSE
                    MOVE WS-WANT             TO  WS-GRANT
                END-IF.
                COMPUTE WS-WAIT = WS-WANT - WS-GRANT.
                SUBTRACT WS-GRANT           FROM WS-SEATS-LEFT.
                ADD WS-GRANT                TO  WS-ALLOC-COUNT.
                MOVE SD-STUDENT-ID          TO  RV-STUDENT-ID.
                READ RSVPMAST.
                IF WS-RSVP-STATUS = '00'
                    MOVE WS-GRANT            TO  RV-TICKETS
                    MOVE WS-WAIT             TO  RV-WAITLIST
                    MOVE 0                   TO  RV-WAIT-POS
                    IF WS-WAIT > 0
                        ADD 1                TO  WS-NEXT-WAIT-POS
                        ADD 1                TO  WS-WAIT-GRADS
                        ADD WS-WAIT          TO  WS-WAIT-TICKETS
                        MOVE WS-NEXT-WAIT-POS TO RV-WAIT-POS
                    END-IF
                    REWRITE RSVP-MASTER-REC
                END-IF.
                MOVE SD-STUDENT-ID          TO  L-TK-ID.
                MOVE SD-NAME                TO  L-TK-NAME.
                MOVE SD-RECV-DATE           TO  L-TK-RECV.
                MOVE SD-GUESTS-REQ          TO  L-TK-ASKED.
                MOVE WS-GRANT               TO  L-TK-GRANTED.
                MOVE WS-WAIT                TO  L-TK-WAIT.
                MOVE RV-WAIT-POS            TO  L-TK-WAIT-POS.
                WRITE TKRPT-REC FROM TKRPT-DATA1
                      AFTER ADVANCING 1 LINE.
                PERFORM 2000-READ-SORTED.

      **************************************************************
      *   PRINTS THE CONTROL COUNTS AND PROVES THE SEATS - THE     *
      *   CAPACITY MUST EQUAL THE TICKETS GRANTED PLUS THE SEATS   *
      *   STILL EMPTY                                              *
      **************************************************************

       5000-PRINT-COUNTS.
                MOVE SPACES TO TKRPT-REC.
                WRITE TKRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'GRADUATES WALKING:'   TO  L-MSG-TEXT.
                MOVE WS-WALK-COUNT          TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RSVPS NOT WALKING:'   TO  L-MSG-TEXT.
                MOVE WS-DECLINE-COUNT       TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RSVPS NOT ON GRADMAST:' TO L-MSG-TEXT.
                MOVE WS-NOGRAD-COUNT        TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RSVPS OUTSIDE THE CLASS:' TO L-MSG-TEXT.
                MOVE WS-OUTSIDE-COUNT       TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'REQUESTS CUT TO THE LIMIT:' TO L-MSG-TEXT.
                MOVE WS-CAPPED-COUNT        TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'GUEST SEAT CAPACITY:' TO  L-MSG-TEXT.
                MOVE WS-CAPACITY            TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'TICKETS GRANTED:'     TO  L-MSG-TEXT.
                MOVE WS-ALLOC-COUNT         TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SEATS STILL EMPTY:'   TO  L-MSG-TEXT.
                MOVE WS-SEATS-LEFT          TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'TICKETS WAITLISTED:'  TO  L-MSG-TEXT.
                MOVE WS-WAIT-TICKETS        TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'GRADUATES ON THE WAITLIST:' TO L-MSG-TEXT.
                MOVE WS-WAIT-GRADS          TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES TO TKRPT-REC.
                WRITE TKRPT-REC
                      AFTER ADVANCING 1 LINE.
                IF WS-CAPACITY = WS-ALLOC-COUNT + WS-SEATS-LEFT
                    MOVE 'IN BALANCE'        TO  L-MSG-TEXT
                ELSE
                    MOVE '** OUT OF BALANCE **' TO L-MSG-TEXT
                END-IF.
                MOVE WS-CAPACITY            TO  L-MSG-COUNT.
                WRITE TKRPT-REC FROM TKRPT-MSG1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *                READS THE SORTED RSVP FILE                   *

      **************************************************************

       2000-READ-SORTED.
                READ SORTED-FILE INTO SORTED-DATA
                    AT END MOVE 1 TO EOF-S.
