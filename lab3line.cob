
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3LINE.
       AUTHOR. Weston Graham.
      *  COMMENCEMENT PROCESSIONAL LINE-UP AND READER'S CARDS.
      *  FOR THE CLASS YEAR ON THE DA-CMPRM CEREMONY CARD (COLS
      *  1-4, THE SAME CARD LAB3TIKT READS) THIS PROGRAM PUTS EVERY
      *  GRADUATE WHO HAS RSVP'D AS WALKING ON DA-RSVPM INTO
      *  PROCESSIONAL ORDER - DG-LEVEL, THEN DEPARTMENT, THEN
      *  DEGREE, THEN NAME, THE ORDER THE COMMENCEMENT ROSTER HAS
      *  ALWAYS USED - AND PRINTS THE MARSHALS' LINE-UP (UR-LNRPT)
      *  WITH EACH GRADUATE'S PLACE NUMBERED, AND ONE READER'S CARD
      *  PER GRADUATE (UR-RDCRD) WITH THE FULL DG-NAME OF THE
      *  DEGREE AND ANY LATIN HONORS FOR THE PLATFORM READER. A
      *  GRADUATE WITH MORE THAN ONE AWARD IN THE CLASS YEAR WALKS
      *  ONCE, UNDER THE GRADUATE-LEVEL AWARD WHEN THERE IS ONE.
      *  A GRADUATE UNDER FERPA HOLD STILL WALKS, BUT THE CARD
      *  CARRIES NO NAME FOR THE READER TO ANNOUNCE.
      *  THE CONTROL REPORT (UR-CMCTL) RECONCILES THE RSVP FILE
      *  AGAINST GRADMAST - GRADUATES OF THE CLASS WITH NO RSVP,
      *  RSVPS FOR IDS NOT ON GRADMAST, AND RSVPS FOR GRADUATES OF
      *  ANOTHER CLASS - AND PROVES EVERY WALKING RSVP REACHED THE
      *  LINE-UP.
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
            SELECT RSVPMAST     ASSIGN TO 'DA-RSVPM'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS RV-STUDENT-ID
                                 FILE STATUS IS WS-RSVP-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT DEGREF       ASSIGN TO 'DA-DEGREF'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DG-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT CMPRM-FILE   ASSIGN TO 'DA-CMPRM'
                                 FILE STATUS IS WS-CMPRM-STATUS.
            SELECT SORT-WORK    ASSIGN TO 'DA-LNSWK'.
            SELECT SORTED-FILE  ASSIGN TO 'DA-LNSRD'.
            SELECT LNRPT-FILE   ASSIGN TO 'UR-LNRPT'.
            SELECT RDCRD-FILE   ASSIGN TO 'UR-RDCRD'.
            SELECT CMCTL-FILE   ASSIGN TO 'UR-CMCTL'.


       DATA DIVISION.


       FILE SECTION.
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
                03  FILLER                 PIC X(21).
                03  MAST-FERPA-HOLD        PIC X(1).
                03  MAST-HONORS            PIC X(1).
                03  FILLER                 PIC X(20).

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
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT   *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  DEGREE-CODE REFERENCE FILE - MAINTAINED BY LAB3DEGM; THE  *
      *  LEVEL, DEPARTMENT, AND FULL DEGREE NAME COME FROM HERE    *
      **************************************************************
       FD  DEGREF.
       01  DEGREF-REC.
                03  DG-CODE                PIC X(4).
                03  DG-NAME                PIC X(30).
                03  DG-LEVEL               PIC X(1).
                03  DG-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).

      **************************************************************
      *  CEREMONY PARAMETER CARD - SAME DEFINITION AS LAB3TIKT;    *
      *  ONLY THE CLASS YEAR IS USED HERE                          *
      **************************************************************
       FD  CMPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CMPRM-REC.
                03  CP-YEAR                PIC X(4).
                03  FILLER                 PIC X(76).

      **************************************************************
      *  SORT WORK FILE - PROCESSIONAL ORDER. S-LEV-SEQ IS STAMPED *
      *  FROM DG-LEVEL THE WAY LAB3DEPT DOES (U = 1, G = 2, ANY    *
      *  OTHER = 3)                                                *
      **************************************************************
       SD  SORT-WORK.
       01  SORT-REC.
                03  S-LEV-SEQ              PIC X(1).
                03  S-DEPT                 PIC X(20).
                03  S-DEGREE               PIC X(4).
                03  S-NAME                 PIC X(20).
                03  S-STUDENT-ID           PIC X(9).
                03  S-DG-NAME              PIC X(30).
                03  S-HONORS               PIC X(1).
                03  S-FERPA-HOLD           PIC X(1).
                03  S-TICKETS              PIC 9(2).
                03  FILLER                 PIC X(12).

       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-REC                 PIC X(100).

       FD  LNRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  LNRPT-REC                  PIC X(125).

       FD  RDCRD-FILE
           LABEL RECORDS ARE OMITTED.
       01  RDCRD-REC                  PIC X(125).

       FD  CMCTL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CMCTL-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *           LAYOUT FOR THE SORTED LINE-UP RECORD             *
      **************************************************************
       01  SORTED-DATA.
                03  SD-LEV-SEQ             PIC X(1).
                03  SD-DEPT                PIC X(20).
                03  SD-DEGREE              PIC X(4).
                03  SD-NAME                PIC X(20).
                03  SD-STUDENT-ID          PIC X(9).
                03  SD-DG-NAME             PIC X(30).
                03  SD-HONORS              PIC X(1).
                03  SD-FERPA-HOLD          PIC X(1).
                03  SD-TICKETS             PIC 9(2).
                03  FILLER                 PIC X(12).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE LINE-UP             *
      **************************************************************
       01  LNRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(34)
                            VALUE 'PROCESSIONAL LINE-UP - CLASS OF'.
                03  L-HEAD-YEAR            PIC X(4).
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  FILLER                 PIC X(5)      VALUE 'PAGE '.
                03  L-PAGE-NUM             PIC ZZ9.
       01  LNRPT-HEADING2.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(7)      VALUE 'PLACE'.
                03  FILLER                 PIC X(11)
                            VALUE 'STUDENT ID'.
                03  FILLER                 PIC X(21)     VALUE 'NAME'.
                03  FILLER                 PIC X(7)      VALUE 'DEGREE'.
                03  FILLER                 PIC X(21)
                            VALUE 'DEPARTMENT'.
                03  FILLER                 PIC X(17)     VALUE 'HONORS'.
                03  FILLER                 PIC X(8)      VALUE 'GUESTS'.
                03  FILLER                 PIC X(10)     VALUE 'NOTE'.
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE LINE-UP                   *
      **************************************************************
       01  LNRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-LN-PLACE             PIC ZZZ9.
                03  FILLER                 PIC X(3)      VALUE SPACES.
                03  L-LN-ID                PIC X(11).
                03  L-LN-NAME              PIC X(21).
                03  L-LN-DEGREE            PIC X(7).
                03  L-LN-DEPT              PIC X(21).
                03  L-LN-HONORS            PIC X(17).
                03  L-LN-TICKETS           PIC Z9.
                03  FILLER                 PIC X(6)      VALUE SPACES.
                03  L-LN-NOTE              PIC X(10).
      **************************************************************
      *     LAYOUT FOR THE TOTAL LINE OF THE LINE-UP                *
      **************************************************************
       01  LNRPT-TOTAL1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(24)
                            VALUE 'GRADUATES IN LINE-UP:'.
                03  L-TOTAL-COUNT          PIC ZZZZ9.
      **************************************************************
      *     LAYOUT FOR THE LINES OF ONE READER'S CARD               *
      **************************************************************
       01  RDCRD-PLACE1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  FILLER                 PIC X(20)
                            VALUE 'READER''S CARD'.
                03  FILLER                 PIC X(6)      VALUE 'PLACE '.
                03  L-RD-PLACE             PIC ZZZ9.
       01  RDCRD-LINE1.
                03  FILLER                 PIC X(10)     VALUE SPACES.
                03  L-RD-TEXT              PIC X(40).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE CONTROL REPORT      *
      **************************************************************
       01  CMCTL-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(36)
                            VALUE 'COMMENCEMENT CONTROL REPORT - CLASS'.
                03  L-CTL-YEAR             PIC X(4).
       01  CMCTL-SECTION1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECT-TEXT            PIC X(45).
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE CONTROL REPORT            *
      **************************************************************
       01  CMCTL-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-CT-ID                PIC X(11).
                03  L-CT-NAME              PIC X(21).
                03  L-CT-DETAIL            PIC X(40).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE CONTROL REPORT   *
      **************************************************************
       01  CMCTL-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZ9.
      **************************************************************
      *   DEGREE-CODE LOOKUP TABLE - LOADED FROM DA-DEGREF AT      *
      *   START-UP, TRANSLATING DEGREE CODES TO THE FULL NAME,     *
      *   THE LEVEL, AND THE OWNING DEPARTMENT                     *
      **************************************************************
       01  DEGREE-TABLE.
                03  WS-DEG-CT              PIC 9(2)      VALUE 0.
                03  DEGREE-ENTRY OCCURS 50 TIMES.
                    05  DT-CODE            PIC X(4).
                    05  DT-NAME            PIC X(30).
                    05  DT-LEVEL           PIC X(1).
                    05  DT-DEPT            PIC X(20).
      **************************************************************
      *   FALLBACK ENTRIES - THE SAME CODES AND DEPARTMENTS THE    *
      *   LAB3DEGM FIRST-CREATE SEED CARRIES, USED ONLY WHEN       *
      *   DA-DEGREF IS NOT ON FILE SO A LINE-UP STILL PRINTS       *
      **************************************************************
       01  DEGREE-FALLBACK-LOAD.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'BSCS'.
                    05  FILLER             PIC X(30)
                            VALUE 'B.S. COMPUTER SCIENCE'.
                    05  FILLER             PIC X(1)  VALUE 'U'.
                    05  FILLER             PIC X(20)
                            VALUE 'COMPUTER SCIENCE'.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'BSBA'.
                    05  FILLER             PIC X(30)
                            VALUE 'B.S. BUSINESS ADMINISTRATION'.
                    05  FILLER             PIC X(1)  VALUE 'U'.
                    05  FILLER             PIC X(20)
                            VALUE 'BUSINESS'.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'MBA'.
                    05  FILLER             PIC X(30)
                            VALUE 'M.B.A.'.
                    05  FILLER             PIC X(1)  VALUE 'G'.
                    05  FILLER             PIC X(20)
                            VALUE 'BUSINESS'.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'MSCS'.
                    05  FILLER             PIC X(30)
                            VALUE 'M.S. COMPUTER SCIENCE'.
                    05  FILLER             PIC X(1)  VALUE 'G'.
                    05  FILLER             PIC X(20)
                            VALUE 'COMPUTER SCIENCE'.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'PHD'.
                    05  FILLER             PIC X(30)
                            VALUE 'PH.D.'.
                    05  FILLER             PIC X(1)  VALUE 'G'.
                    05  FILLER             PIC X(20)
                            VALUE 'GRADUATE SCHOOL'.
                03  FILLER.
                    05  FILLER             PIC X(4)  VALUE 'BA'.
                    05  FILLER             PIC X(30)
                            VALUE 'B.A.'.
                    05  FILLER             PIC X(1)  VALUE 'U'.
                    05  FILLER             PIC X(20)
                            VALUE 'ARTS AND SCIENCES'.
       01  DEGREE-FALLBACK REDEFINES DEGREE-FALLBACK-LOAD.
                03  FB-ENTRY OCCURS 6 TIMES.
                    05  FB-CODE            PIC X(4).
                    05  FB-NAME            PIC X(30).
                    05  FB-LEVEL           PIC X(1).
                    05  FB-DEPT            PIC X(20).
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-S                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      **************************************************************
                03  WS-MAST-STATUS         PIC XX        VALUE SPACES.
                03  WS-RSVP-STATUS         PIC XX        VALUE SPACES.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-DEGREF-STATUS       PIC XX        VALUE SPACES.
                03  WS-CMPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-RSVP-AVAIL          PIC X         VALUE 'N'.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-RSVP-FOUND          PIC X         VALUE 'N'.
                03  WS-CLASS-YEAR          PIC X(4)      VALUE SPACES.
                03  WS-CLASS-COUNT         PIC 9(5)      VALUE 0.
                03  WS-WALK-COUNT          PIC 9(5)      VALUE 0.
                03  WS-DECLINE-COUNT       PIC 9(5)      VALUE 0.
                03  WS-NORSVP-COUNT        PIC 9(5)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-LINEUP-COUNT        PIC 9(5)      VALUE 0.
                03  WS-RSVP-COUNT          PIC 9(5)      VALUE 0.
                03  WS-RSVP-CLASS-COUNT    PIC 9(5)      VALUE 0.
                03  WS-NOGRAD-COUNT        PIC 9(5)      VALUE 0.
                03  WS-OUTSIDE-COUNT       PIC 9(5)      VALUE 0.
      **************************************************************
      *      PAGE-BREAK AND PAGE-HEADING CONTROL FIELDS            *
      **************************************************************
                03  WS-LINES-ON-PAGE       PIC 9(3)      VALUE 0.
                03  WS-MAX-LINES-PAGE      PIC 9(3)      VALUE 60.
                03  WS-PAGE-NUM            PIC 9(3)      VALUE 0.
                03  WS-PREV-DEPT           PIC X(20)     VALUE SPACES.
      **************************************************************
      *     AWARD SELECTION - THE AWARD A GRADUATE WALKS UNDER IS   *
      *     THE HIGHEST-RANKED ONE IN THE CLASS YEAR (GRADUATE      *
      *     LEVEL 3, UNDERGRADUATE 2, ANY OTHER 1); THE FIRST ONE   *
      *     FOUND WINS A TIE, PRIMARY AWARD FIRST                   *
      **************************************************************
                03  WS-IN-CLASS            PIC X         VALUE 'N'.
                03  WS-CAND-DEGREE         PIC X(4)      VALUE SPACES.
                03  WS-CAND-RANK           PIC 9         VALUE 0.
                03  WS-BEST-RANK           PIC 9         VALUE 0.
                03  WS-WALK-DEGREE         PIC X(4)      VALUE SPACES.
                03  WS-WALK-DESC           PIC X(30)     VALUE SPACES.
                03  WS-WALK-LEVEL          PIC X(1)      VALUE SPACES.
                03  WS-WALK-DEPT           PIC X(20)     VALUE SPACES.
      **************************************************************
      *     DEGREE-CODE LOOKUP WORK FIELDS                         *
      **************************************************************
                03  WS-DEGREE-IDX          PIC 9(2)      VALUE 0.
                03  WS-DEGREE-FOUND-SW     PIC X         VALUE 'N'.
                03  WS-DEGREE-DESC         PIC X(30)     VALUE SPACES.
                03  WS-DEGREE-LEVEL        PIC X(1)      VALUE SPACES.
                03  WS-DEGREE-DEPT         PIC X(20)     VALUE SPACES.
                03  WS-FB-IDX              PIC 9(2)      VALUE 0.
                03  WS-HONORS-CODE         PIC X         VALUE SPACE.
                03  WS-HONORS-DESC         PIC X(15)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT CMCTL-FILE.
                PERFORM 1000-READ-PARM-CARD.
                MOVE WS-CLASS-YEAR          TO  L-CTL-YEAR.
                WRITE CMCTL-REC FROM CMCTL-HEADING1
                      AFTER ADVANCING PAGE.
                OPEN INPUT GRADMAST.
                IF WS-CLASS-YEAR NOT NUMERIC
                    MOVE 'CLASS YEAR MISSING OR NOT NUMERIC'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE CMCTL-REC FROM CMCTL-MSG1
                          AFTER ADVANCING 2 LINES
                ELSE
                    IF WS-MAST-STATUS NOT = '00'
                        MOVE 'GRADMAST NOT ON FILE - NO LINE-UP'
                            TO  L-MSG-TEXT
                        MOVE 0               TO  L-MSG-COUNT
                        WRITE CMCTL-REC FROM CMCTL-MSG1
                              AFTER ADVANCING 2 LINES
                    ELSE
                        PERFORM 1090-LOAD-DEGREE-TABLE
                        PERFORM 1500-BUILD-LINE-UP
                        PERFORM 4000-LIST-STRAY-RSVPS
                        PERFORM 5000-PRINT-CONTROLS
                        CLOSE GRADMAST
                    END-IF
                END-IF.
                CLOSE CMCTL-FILE.
                STOP RUN.

      **************************************************************
      *   READS THE CEREMONY CARD - ONLY THE CLASS YEAR MATTERS    *
      *   HERE, AND WITHOUT IT THERE IS NO CLASS TO LINE UP        *
      **************************************************************

       1000-READ-PARM-CARD.
                MOVE SPACES                 TO  WS-CLASS-YEAR.
                OPEN INPUT CMPRM-FILE.
                IF WS-CMPRM-STATUS = '00'
                    READ CMPRM-FILE
                        AT END MOVE SPACES TO CMPRM-REC
                    END-READ
                    MOVE CP-YEAR             TO  WS-CLASS-YEAR
                    CLOSE CMPRM-FILE
                END-IF.

      **************************************************************
      *   LOADS THE DEGREE TABLE FROM DA-DEGREF AT START-UP,        *
      *   FALLING BACK TO THE SEED SET WHEN THE REFERENCE FILE IS   *
      *   NOT ON FILE                                               *
      **************************************************************

       1090-LOAD-DEGREE-TABLE.
                MOVE 0                      TO  WS-DEG-CT.
                OPEN INPUT DEGREF.
                IF WS-DEGREF-STATUS = '00'
                    MOVE LOW-VALUES          TO  DG-CODE
                    START DEGREF
                        KEY IS NOT LESS THAN DG-CODE
                    PERFORM UNTIL WS-DEGREF-STATUS NOT = '00'
                        READ DEGREF NEXT RECORD
                        IF WS-DEGREF-STATUS = '00'
                                AND WS-DEG-CT < 50
                            ADD 1            TO  WS-DEG-CT
                            MOVE DG-CODE   TO  DT-CODE (WS-DEG-CT)
                            MOVE DG-NAME   TO  DT-NAME (WS-DEG-CT)
                            MOVE DG-LEVEL  TO  DT-LEVEL (WS-DEG-CT)
                            MOVE DG-DEPT   TO  DT-DEPT (WS-DEG-CT)
                        END-IF
                    END-PERFORM
                    CLOSE DEGREF
                ELSE
                    PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                            UNTIL WS-FB-IDX > 6
                        ADD 1                TO  WS-DEG-CT
                        MOVE FB-CODE (WS-FB-IDX)
                            TO  DT-CODE (WS-DEG-CT)
                        MOVE FB-NAME (WS-FB-IDX)
                            TO  DT-NAME (WS-DEG-CT)
                        MOVE FB-LEVEL (WS-FB-IDX)
                            TO  DT-LEVEL (WS-DEG-CT)
                        MOVE FB-DEPT (WS-FB-IDX)
                            TO  DT-DEPT (WS-DEG-CT)
                    END-PERFORM
                END-IF.

      **************************************************************
      *   SORTS THE WALKING GRADUATES INTO PROCESSIONAL ORDER AND  *
      *   PRINTS THE LINE-UP AND THE READER'S CARDS FROM THE       *
      *   SORTED FILE, NUMBERING EACH PLACE AS IT GOES             *
      **************************************************************

       1500-BUILD-LINE-UP.
                OPEN INPUT RSVPMAST.
                IF WS-RSVP-STATUS = '00'
                    MOVE 'Y'                 TO  WS-RSVP-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                MOVE 'GRADUATES IN THE CLASS WITH NO RSVP'
                    TO  L-SECT-TEXT.
                WRITE CMCTL-REC FROM CMCTL-SECTION1
                      AFTER ADVANCING 2 LINES.
                SORT SORT-WORK
                    ON ASCENDING KEY S-LEV-SEQ S-DEPT
                                     S-DEGREE S-NAME
                    INPUT PROCEDURE IS 1110-SELECT-WALKERS
                    GIVING SORTED-FILE.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                OPEN INPUT SORTED-FILE.
                OPEN OUTPUT LNRPT-FILE.
                OPEN OUTPUT RDCRD-FILE.
                MOVE WS-CLASS-YEAR          TO  L-HEAD-YEAR.
                PERFORM 1400-PRINT-LINE-UP-HEAD.
                PERFORM 2000-READ-SORTED.
                PERFORM 3000-PLACE-ONE-GRAD
                    UNTIL EOF-S = 1.
                MOVE SPACES TO LNRPT-REC.
                WRITE LNRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE WS-LINEUP-COUNT        TO  L-TOTAL-COUNT.
                WRITE LNRPT-REC FROM LNRPT-TOTAL1
                      AFTER ADVANCING 1 LINE.
                CLOSE SORTED-FILE
                      LNRPT-FILE
                      RDCRD-FILE.

      **************************************************************
      *   WALKS GRADMAST ONCE - EVERY GRADUATE OF THE CLASS IS     *
      *   COUNTED; ONE WITH NO RSVP IS LISTED ON THE CONTROL       *
      *   REPORT, ONE WALKING IS RELEASED TO THE SORT UNDER THE    *
      *   AWARD THEY WALK FOR                                      *
      **************************************************************

       1110-SELECT-WALKERS.
                MOVE LOW-VALUES              TO  MAST-STUDENT-ID.
                START GRADMAST
                    KEY IS NOT LESS THAN MAST-STUDENT-ID.
                PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        PERFORM 1115-CHECK-ONE-GRAD
                    END-IF
                END-PERFORM.

       1115-CHECK-ONE-GRAD.
                PERFORM 1150-PICK-AWARD.
                IF WS-IN-CLASS = 'Y'
                    ADD 1                    TO  WS-CLASS-COUNT
                    MOVE 'N'                 TO  WS-RSVP-FOUND
                    IF WS-RSVP-AVAIL = 'Y'
                        MOVE MAST-STUDENT-ID TO  RV-STUDENT-ID
                        READ RSVPMAST
                        IF WS-RSVP-STATUS = '00'
                            MOVE 'Y'         TO  WS-RSVP-FOUND
                        END-IF
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-RSVP-FOUND NOT = 'Y'
                            ADD 1            TO  WS-NORSVP-COUNT
                            MOVE SPACES      TO  CMCTL-DATA1
                            MOVE MAST-STUDENT-ID TO L-CT-ID
                            MOVE MAST-NAME   TO  L-CT-NAME
                            MOVE WS-WALK-DEGREE TO L-CT-DETAIL
                            WRITE CMCTL-REC FROM CMCTL-DATA1
                                  AFTER ADVANCING 1 LINE
                        WHEN RV-ATTEND = 'Y'
                            ADD 1            TO  WS-WALK-COUNT
                            PERFORM 1180-RELEASE-WALKER
                        WHEN OTHER
                            ADD 1            TO  WS-DECLINE-COUNT
                    END-EVALUATE
                END-IF.

      **************************************************************
      *   FINDS THE AWARD THE GRADUATE WALKS UNDER - THE PRIMARY   *
      *   AWARD AND EACH DA-AWARD ENTRY IN THE CLASS YEAR ARE      *
      *   RANKED BY LEVEL AND THE BEST ONE KEPT                    *
      **************************************************************

       1150-PICK-AWARD.
                MOVE 'N'                    TO  WS-IN-CLASS.
                MOVE 0                      TO  WS-BEST-RANK.
                MOVE SPACES                 TO  WS-WALK-DEGREE.
                IF MAST-YEAR = WS-CLASS-YEAR
                    MOVE MAST-DEGREE         TO  WS-CAND-DEGREE
                    PERFORM 1160-RANK-CANDIDATE
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    MOVE MAST-STUDENT-ID     TO  AW-STUDENT-ID
                    MOVE LOW-VALUES          TO  AW-DEGREE
                    START AWARD-FILE
                        KEY IS NOT LESS THAN AW-KEY
                    PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                            OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                        READ AWARD-FILE NEXT RECORD
                        IF WS-AWARD-STATUS = '00'
                                AND AW-STUDENT-ID = MAST-STUDENT-ID
                                AND AW-YEAR = WS-CLASS-YEAR
                            MOVE AW-DEGREE   TO  WS-CAND-DEGREE
                            PERFORM 1160-RANK-CANDIDATE
                        END-IF
                    END-PERFORM
                END-IF.

       1160-RANK-CANDIDATE.
                MOVE 'Y'                    TO  WS-IN-CLASS.
                PERFORM 1610-LOOKUP-DEGREE.
                EVALUATE WS-DEGREE-LEVEL
                    WHEN 'G'
                        MOVE 3               TO  WS-CAND-RANK
                    WHEN 'U'
                        MOVE 2               TO  WS-CAND-RANK
                    WHEN OTHER
                        MOVE 1               TO  WS-CAND-RANK
                END-EVALUATE.
                IF WS-CAND-RANK > WS-BEST-RANK
                    MOVE WS-CAND-RANK        TO  WS-BEST-RANK
                    MOVE WS-CAND-DEGREE      TO  WS-WALK-DEGREE
                    MOVE WS-DEGREE-DESC      TO  WS-WALK-DESC
                    MOVE WS-DEGREE-LEVEL     TO  WS-WALK-LEVEL
                    MOVE WS-DEGREE-DEPT      TO  WS-WALK-DEPT
                END-IF.

       1180-RELEASE-WALKER.
                MOVE SPACES                 TO  SORT-REC.
                EVALUATE WS-WALK-LEVEL
                    WHEN 'U'
                        MOVE '1'             TO  S-LEV-SEQ
                    WHEN 'G'
                        MOVE '2'             TO  S-LEV-SEQ
                    WHEN OTHER
                        MOVE '3'             TO  S-LEV-SEQ
                END-EVALUATE.
                MOVE WS-WALK-DEPT           TO  S-DEPT.
                MOVE WS-WALK-DEGREE         TO  S-DEGREE.
                MOVE MAST-NAME              TO  S-NAME.
                MOVE MAST-STUDENT-ID        TO  S-STUDENT-ID.
                MOVE WS-WALK-DESC           TO  S-DG-NAME.
                MOVE MAST-HONORS            TO  S-HONORS.
                MOVE MAST-FERPA-HOLD        TO  S-FERPA-HOLD.
                MOVE RV-TICKETS             TO  S-TICKETS.
                IF MAST-FERPA-HOLD = 'Y'
                    ADD 1                    TO  WS-FERPA-COUNT
                END-IF.
                RELEASE SORT-REC.

      **************************************************************
      *   STARTS A PAGE OF THE LINE-UP WITH ITS HEADINGS            *
      **************************************************************

       1400-PRINT-LINE-UP-HEAD.
                ADD 1 TO WS-PAGE-NUM.
                MOVE WS-PAGE-NUM            TO  L-PAGE-NUM.
                WRITE LNRPT-REC FROM LNRPT-HEADING1
                      AFTER ADVANCING PAGE.
                MOVE SPACES TO LNRPT-REC.
                WRITE LNRPT-REC
                      AFTER ADVANCING 1 LINE.
                WRITE LNRPT-REC FROM LNRPT-HEADING2
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES TO LNRPT-REC.
                WRITE LNRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 4 TO WS-LINES-ON-PAGE.

      **************************************************************
      *   ONE GRADUATE IN PROCESSIONAL ORDER - NUMBERS THE PLACE,  *
      *   PRINTS THE LINE-UP LINE (A BLANK LINE BETWEEN            *
      *   DEPARTMENTS), AND PRINTS THE READER'S CARD               *
      **************************************************************

       3000-PLACE-ONE-GRAD.
                ADD 1                       TO  WS-LINEUP-COUNT.
                IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PAGE
                    PERFORM 1400-PRINT-LINE-UP-HEAD
                ELSE
                    IF WS-LINEUP-COUNT > 1
                            AND SD-DEPT NOT = WS-PREV-DEPT
                        MOVE SPACES TO LNRPT-REC
                        WRITE LNRPT-REC
                              AFTER ADVANCING 1 LINE
                        ADD 1 TO WS-LINES-ON-PAGE
                    END-IF
                END-IF.
                MOVE SD-DEPT                TO  WS-PREV-DEPT.
                MOVE SD-HONORS              TO  WS-HONORS-CODE.
                PERFORM 8000-SET-HONORS-TEXT.
                MOVE SPACES                 TO  LNRPT-DATA1.
                MOVE WS-LINEUP-COUNT        TO  L-LN-PLACE.
                MOVE SD-STUDENT-ID          TO  L-LN-ID.
                MOVE SD-NAME                TO  L-LN-NAME.
                MOVE SD-DEGREE              TO  L-LN-DEGREE.
                MOVE SD-DEPT                TO  L-LN-DEPT.
                MOVE WS-HONORS-DESC         TO  L-LN-HONORS.
                MOVE SD-TICKETS             TO  L-LN-TICKETS.
                IF SD-FERPA-HOLD = 'Y'
                    MOVE 'FERPA HOLD'        TO  L-LN-NOTE
                END-IF.
                WRITE LNRPT-REC FROM LNRPT-DATA1
                      AFTER ADVANCING 1 LINE.
                ADD 1                       TO  WS-LINES-ON-PAGE.
                PERFORM 3100-PRINT-READER-CARD.
                PERFORM 2000-READ-SORTED.

      **************************************************************
      *   ONE READER'S CARD PER PAGE - THE PLACE, THE NAME TO      *
      *   ANNOUNCE, THE FULL DEGREE NAME, THE HONORS, AND THE      *
      *   DEPARTMENT. A FERPA HOLD CARD CARRIES NO NAME            *
      **************************************************************

       3100-PRINT-READER-CARD.
                MOVE WS-LINEUP-COUNT        TO  L-RD-PLACE.
                WRITE RDCRD-REC FROM RDCRD-PLACE1
                      AFTER ADVANCING PAGE.
                IF SD-FERPA-HOLD = 'Y'
                    MOVE 'NAME WITHHELD - FERPA HOLD' TO L-RD-TEXT
                ELSE
                    MOVE SD-NAME             TO  L-RD-TEXT
                END-IF.
                WRITE RDCRD-REC FROM RDCRD-LINE1
                      AFTER ADVANCING 3 LINES.
                MOVE SD-DG-NAME             TO  L-RD-TEXT.
                WRITE RDCRD-REC FROM RDCRD-LINE1
                      AFTER ADVANCING 2 LINES.
                IF WS-HONORS-DESC NOT = SPACES
                    MOVE WS-HONORS-DESC      TO  L-RD-TEXT
                    WRITE RDCRD-REC FROM RDCRD-LINE1
                          AFTER ADVANCING 1 LINE
                END-IF.
                MOVE SD-DEPT                TO  L-RD-TEXT.
                WRITE RDCRD-REC FROM RDCRD-LINE1
                      AFTER ADVANCING 2 LINES.

      **************************************************************
      *   WALKS THE RSVP FILE FOR RSVPS THAT CANNOT BE ON THE      *
      *   LINE-UP - THE ID IS NOT ON GRADMAST, OR THE GRADUATE IS  *
      *   NOT IN THIS CLASS - AND COUNTS THE ONES THAT ARE         *
      **************************************************************

       4000-LIST-STRAY-RSVPS.
                IF WS-RSVP-AVAIL = 'Y'
                    MOVE 'RSVPS NOT ON GRADMAST OR NOT IN CLASS'
                        TO  L-SECT-TEXT
                    WRITE CMCTL-REC FROM CMCTL-SECTION1
                          AFTER ADVANCING 2 LINES
                    MOVE LOW-VALUES          TO  RV-STUDENT-ID
                    START RSVPMAST
                        KEY IS NOT LESS THAN RV-STUDENT-ID
                    IF WS-AWARD-AVAIL = 'Y'
                        OPEN INPUT AWARD-FILE
                    END-IF
                    PERFORM UNTIL WS-RSVP-STATUS NOT = '00'
                        READ RSVPMAST NEXT RECORD
                        IF WS-RSVP-STATUS = '00'
                            PERFORM 4100-CHECK-ONE-RSVP
                        END-IF
                    END-PERFORM
                    IF WS-AWARD-AVAIL = 'Y'
                        CLOSE AWARD-FILE
                    END-IF
                    CLOSE RSVPMAST
                END-IF.

       4100-CHECK-ONE-RSVP.
                ADD 1                       TO  WS-RSVP-COUNT.
                MOVE SPACES                 TO  CMCTL-DATA1.
                MOVE RV-STUDENT-ID          TO  L-CT-ID.
                MOVE RV-STUDENT-ID          TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS NOT = '00'
                    ADD 1                    TO  WS-NOGRAD-COUNT
                    MOVE 'NOT ON FILE'       TO  L-CT-NAME
                    MOVE 'RSVP FOR AN ID NOT ON GRADMAST'
                        TO  L-CT-DETAIL
                    WRITE CMCTL-REC FROM CMCTL-DATA1
                          AFTER ADVANCING 1 LINE
                ELSE
                    PERFORM 1150-PICK-AWARD
                    IF WS-IN-CLASS = 'Y'
                        ADD 1                TO  WS-RSVP-CLASS-COUNT
                    ELSE
                        ADD 1                TO  WS-OUTSIDE-COUNT
                        MOVE MAST-NAME       TO  L-CT-NAME
                        STRING 'GRADUATE OF ' DELIMITED BY SIZE
                            MAST-YEAR        DELIMITED BY SIZE
                            ', NOT THIS CLASS' DELIMITED BY SIZE
                            INTO L-CT-DETAIL
                        WRITE CMCTL-REC FROM CMCTL-DATA1
                              AFTER ADVANCING 1 LINE
                    END-IF
                END-IF.

      **************************************************************
      *   PRINTS THE CONTROL COUNTS AND TWO PROOFS - EVERY WALKING *
      *   GRADUATE REACHED THE LINE-UP, AND THE CLASS RSVPS FOUND  *
      *   FROM THE RSVP SIDE MATCH THE ONES FOUND FROM GRADMAST    *
      **************************************************************

       5000-PRINT-CONTROLS.
                MOVE SPACES TO CMCTL-REC.
                WRITE CMCTL-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'GRADUATES IN THE CLASS:' TO L-MSG-TEXT.
                MOVE WS-CLASS-COUNT         TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  WALKING:'           TO  L-MSG-TEXT.
                MOVE WS-WALK-COUNT          TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  NOT WALKING:'       TO  L-MSG-TEXT.
                MOVE WS-DECLINE-COUNT       TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  NO RSVP ON FILE:'   TO  L-MSG-TEXT.
                MOVE WS-NORSVP-COUNT        TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'GRADUATES IN LINE-UP:' TO L-MSG-TEXT.
                MOVE WS-LINEUP-COUNT        TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  OF WHICH FERPA HOLD:' TO L-MSG-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'RSVPS ON FILE:'       TO  L-MSG-TEXT.
                MOVE WS-RSVP-COUNT          TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  FOR THE CLASS:'     TO  L-MSG-TEXT.
                MOVE WS-RSVP-CLASS-COUNT    TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  NOT ON GRADMAST:'   TO  L-MSG-TEXT.
                MOVE WS-NOGRAD-COUNT        TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE '  NOT IN THIS CLASS:' TO  L-MSG-TEXT.
                MOVE WS-OUTSIDE-COUNT       TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE SPACES TO CMCTL-REC.
                WRITE CMCTL-REC
                      AFTER ADVANCING 1 LINE.
                IF WS-LINEUP-COUNT = WS-WALK-COUNT
                        AND (WS-RSVP-AVAIL NOT = 'Y'
                             OR WS-RSVP-CLASS-COUNT =
                                WS-WALK-COUNT + WS-DECLINE-COUNT)
                    MOVE 'IN BALANCE'        TO  L-MSG-TEXT
                ELSE
                    MOVE '** OUT OF BALANCE **' TO L-MSG-TEXT
                END-IF.
                MOVE WS-LINEUP-COUNT        TO  L-MSG-COUNT.
                WRITE CMCTL-REC FROM CMCTL-MSG1
                      AFTER ADVANCING 1 LINE.

      **************************************************************

      *   TRANSLATES WS-CAND-DEGREE INTO ITS NAME, LEVEL, AND      *
      *   DEPARTMENT                                               *

      **************************************************************

       1610-LOOKUP-DEGREE.
           MOVE 'N'                        TO  WS-DEGREE-FOUND-SW.
           MOVE SPACES                     TO  WS-DEGREE-DESC.
           MOVE SPACE                      TO  WS-DEGREE-LEVEL.
           MOVE SPACES                     TO  WS-DEGREE-DEPT.
           PERFORM VARYING WS-DEGREE-IDX FROM 1 BY 1
                   UNTIL WS-DEGREE-IDX > WS-DEG-CT
               IF DT-CODE (WS-DEGREE-IDX) = WS-CAND-DEGREE
                   MOVE DT-NAME (WS-DEGREE-IDX) TO WS-DEGREE-DESC
                   MOVE DT-LEVEL (WS-DEGREE-IDX)
                       TO  WS-DEGREE-LEVEL
                   MOVE DT-DEPT (WS-DEGREE-IDX)
                       TO  WS-DEGREE-DEPT
                   MOVE 'Y'                 TO  WS-DEGREE-FOUND-SW
                   MOVE WS-DEG-CT           TO  WS-DEGREE-IDX
               END-IF
           END-PERFORM.
           IF WS-DEGREE-FOUND-SW NOT = 'Y'
               MOVE WS-CAND-DEGREE          TO  WS-DEGREE-DESC
           END-IF.
           IF WS-DEGREE-DEPT = SPACES
               MOVE 'UNASSIGNED'            TO  WS-DEGREE-DEPT
           END-IF.

      **************************************************************

      *                READS THE SORTED LINE-UP FILE                *

      **************************************************************

       2000-READ-SORTED.
                READ SORTED-FILE INTO SORTED-DATA
                    AT END MOVE 1 TO EOF-S.

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
