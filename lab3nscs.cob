
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3NSCS.
       AUTHOR. Weston Graham.
      *  NATIONAL STUDENT CLEARINGHOUSE DEGREE SUBMISSION. EMPLOYERS
      *  AND OTHER SCHOOLS VERIFY OUR DEGREES THROUGH THE
      *  CLEARINGHOUSE, SO EVERY AWARD ON GRADMAST AND DA-AWARD IS
      *  SENT TO THEM, AS ARE THE AWARDS OF GRADUATES LAB3ARCH HAS
      *  MOVED TO THE HISTORY MASTER (DA-GRADH) - AN ARCHIVED DEGREE
      *  IS STILL A DEGREE. THEY GO ON DA-NSCSB IN THEIR FIXED
      *  150-BYTE LAYOUT - ONE 'H' HEADER, ONE 'D' DETAIL PER
      *  AWARD, ONE 'T' TRAILER WITH THE COUNTS. THE DEGREE TITLE
      *  IS THE FULL DR-NAME AND THE AWARD LEVEL THE DR-LEVEL FROM
      *  DA-DEGREF; AN AWARD WHOSE CODE IS NOT ON DA-DEGREF IS
      *  LISTED AND HELD BACK. A GRADUATE UNDER FERPA HOLD IS STILL
      *  SENT, WITH THE BLOCK FLAG SET, SO THE CLEARINGHOUSE REFUSES
      *  TO RELEASE THE DEGREE INSTEAD OF REPORTING IT AS NOT FOUND.
      *  THE DA-NSPRM CARD CARRIES THE MODE IN COL 1 ('F' = FULL
      *  FILE, 'C' = CHANGES SINCE THE LAST SUBMISSION) AND OUR
      *  CLEARINGHOUSE SCHOOL CODE IN COLS 3-10. NO CARD, OR A CARD
      *  THAT FAILS ITS EDITS, STOPS THE RUN BEFORE ANYTHING IS
      *  WRITTEN. DA-NSCSN REMEMBERS EVERY AWARD ALREADY SENT AND
      *  THE IMAGE IT WAS SENT WITH, SO A CHANGES RUN SENDS AN 'A'
      *  FOR A NEW AWARD, A 'C' WHERE ANY SENT FIELD HAS MOVED, AND
      *  A 'D' FOR AN AWARD NO LONGER ON FILE. A FULL RUN SENDS
      *  EVERY AWARD AS AN 'A' AND THE CLEARINGHOUSE REPLACES WHAT
      *  IT HOLDS. LAB3NSCR FORGETS AN AWARD THE CLEARINGHOUSE
      *  REJECTS, SO IT GOES AGAIN ON THE NEXT RUN.
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
            SELECT DEGREF       ASSIGN TO 'DA-DEGREF'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS DR-CODE
                                 FILE STATUS IS WS-DEGREF-STATUS.
            SELECT NSENT-FILE   ASSIGN TO 'DA-NSCSN'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS SN-KEY
                                 FILE STATUS IS WS-NSENT-STATUS.
            SELECT NSPRM-FILE   ASSIGN TO 'DA-NSPRM'
                                 FILE STATUS IS WS-NSPRM-STATUS.
            SELECT NSSUB-FILE   ASSIGN TO 'DA-NSCSB'.
            SELECT NSRPT-FILE   ASSIGN TO 'UR-NSRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  GRADUATE MASTER FILE - SAME DEFINITION AS LAB3MAINT        *
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
      *  HISTORY MASTER - SAME LAYOUT AND KEYS AS GRADMAST (SEE     *
      *  LAB3ARCH). READ ONLY                                       *
      **************************************************************
       FD  GRADHIST.
       01  HISTORY-MASTER-REC.
                03  HIST-NAME              PIC X(20).
                03  HIST-DEGREE            PIC X(4).
                03  HIST-YEAR              PIC X(4).
                03  HIST-STUDENT-ID        PIC X(9).
                03  FILLER                 PIC X(21).
                03  HIST-FERPA-HOLD        PIC X(1).
                03  HIST-HONORS            PIC X(1).
                03  FILLER                 PIC X(20).

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
      *  DEGREE-CODE REFERENCE FILE - SAME DEFINITION AS LAB3DEGM   *
      **************************************************************
       FD  DEGREF.
       01  DEGREF-REC.
                03  DR-CODE                PIC X(4).
                03  DR-NAME                PIC X(30).
                03  DR-LEVEL               PIC X(1).
                03  DR-DEPT                PIC X(20).
                03  FILLER                 PIC X(5).

      **************************************************************
      *  AWARDS SENT TO THE CLEARINGHOUSE - ONE RECORD PER STUDENT *
      *  ID PLUS DEGREE, HOLDING THE IMAGE LAST SENT, THE          *
      *  SUBMISSION THAT SENT IT, AND THE LAST SUBMISSION THAT     *
      *  FOUND IT STILL ON FILE. THE RECORD WITH THE BLANK KEY IS  *
      *  THE CONTROL RECORD - THE LAST SUBMISSION NUMBER, ITS DATE *
      *  AND ITS MODE                                              *
      **************************************************************
       FD  NSENT-FILE.
       01  NSENT-REC.
                03  SN-KEY.
                    05  SN-STUDENT-ID      PIC X(9).
                    05  SN-DEGREE          PIC X(4).
                03  SN-IMAGE.
                    05  SN-NAME            PIC X(20).
                    05  SN-TITLE           PIC X(30).
                    05  SN-LEVEL           PIC X(1).
                    05  SN-YEAR            PIC X(4).
                    05  SN-MAJOR           PIC X(20).
                    05  SN-HONORS          PIC X(1).
                    05  SN-FERPA-BLOCK     PIC X(1).
                03  SN-SENT-DATE           PIC 9(8).
                03  SN-SUBMIT-NO           PIC 9(6).
                03  SN-SEEN-NO             PIC 9(6).
                03  FILLER                 PIC X(10).
       01  NSENT-CONTROL-REC.
                03  SC-KEY                 PIC X(13).
                03  SC-LAST-SUBMIT         PIC 9(6).
                03  SC-LAST-DATE           PIC 9(8).
                03  SC-LAST-MODE           PIC X(1).
                03  FILLER                 PIC X(92).

      **************************************************************
      *  PARAMETER CARD - THE MODE IN COL 1 AND THE CLEARINGHOUSE  *
      *  SCHOOL CODE IN COLS 3-10                                  *
      **************************************************************
       FD  NSPRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSPRM-REC.
                03  NP-MODE                PIC X(1).
                03  FILLER                 PIC X.
                03  NP-SCHOOL-CODE         PIC X(8).
                03  FILLER                 PIC X(70).

      **************************************************************
      *  THE SUBMISSION FILE FOR THE CLEARINGHOUSE                 *
      **************************************************************
       FD  NSSUB-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSSUB-REC                  PIC X(150).

       FD  NSRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  NSRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *   CLEARINGHOUSE DEGREE SUBMISSION LAYOUTS - HEADER, DETAIL *
      *   AND TRAILER, 150 BYTES EACH. LAB3NSCR READS THE SAME     *
      *   DETAIL LAYOUT BACK ON THE RETURN FILE                    *
      **************************************************************
       01  NSC-HEADER.
                03  NH-REC-TYPE            PIC X         VALUE 'H'.
                03  NH-SCHOOL-CODE         PIC X(8)      VALUE SPACES.
                03  NH-FILE-TYPE           PIC X(2)      VALUE 'DG'.
                03  NH-SUBMIT-MODE         PIC X         VALUE SPACE.
                03  NH-SUBMIT-NO           PIC 9(6)      VALUE 0.
                03  NH-CREATE-DATE         PIC 9(8)      VALUE 0.
                03  FILLER                 PIC X(124)    VALUE SPACES.
       01  NSC-DETAIL.
                03  ND-REC-TYPE            PIC X         VALUE 'D'.
                03  ND-ACTION              PIC X         VALUE SPACE.
                03  ND-STUDENT-ID          PIC X(9)      VALUE SPACES.
                03  ND-NAME                PIC X(20)     VALUE SPACES.
                03  ND-DEGREE-CODE         PIC X(4)      VALUE SPACES.
                03  ND-DEGREE-TITLE        PIC X(30)     VALUE SPACES.
                03  ND-AWARD-LEVEL         PIC X         VALUE SPACE.
                03  ND-AWARD-YEAR          PIC X(4)      VALUE SPACES.
                03  ND-MAJOR               PIC X(20)     VALUE SPACES.
                03  ND-HONORS              PIC X         VALUE SPACE.
                03  ND-FERPA-BLOCK         PIC X         VALUE SPACE.
                03  FILLER                 PIC X(58)     VALUE SPACES.
       01  NSC-TRAILER.
                03  NT-REC-TYPE            PIC X         VALUE 'T'.
                03  NT-SCHOOL-CODE         PIC X(8)      VALUE SPACES.
                03  NT-SUBMIT-NO           PIC 9(6)      VALUE 0.
                03  NT-DETAIL-COUNT        PIC 9(7)      VALUE 0.
                03  NT-ADD-COUNT           PIC 9(7)      VALUE 0.
                03  NT-CHANGE-COUNT        PIC 9(7)      VALUE 0.
                03  NT-DELETE-COUNT        PIC 9(7)      VALUE 0.
                03  NT-RECORD-COUNT        PIC 9(7)      VALUE 0.
                03  FILLER                 PIC X(100)    VALUE SPACES.
      **************************************************************
      *   THE AWARD AS IT STANDS TODAY - SAME SHAPE AS SN-IMAGE,   *
      *   SO ONE COMPARE TELLS WHETHER ANYTHING SENT HAS MOVED     *
      **************************************************************
       01  CURR-IMAGE.
                03  WS-CI-NAME             PIC X(20).
                03  WS-CI-TITLE            PIC X(30).
                03  WS-CI-LEVEL            PIC X(1).
                03  WS-CI-YEAR             PIC X(4).
                03  WS-CI-MAJOR            PIC X(20).
                03  WS-CI-HONORS           PIC X(1).
                03  WS-CI-FERPA-BLOCK      PIC X(1).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINES OF THE SUBMISSION REPORT    *
      **************************************************************
       01  NSRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(45)
                            VALUE 'CLEARINGHOUSE DEGREE SUBMISSION'.
       01  NSRPT-SECTION1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-SECT-TEXT            PIC X(45).
      **************************************************************
      *     LAYOUT FOR THE SUBMISSION LINE UNDER THE HEADING        *
      **************************************************************
       01  NSRPT-PARM1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(11)
                            VALUE 'SUBMISSION '.
                03  L-PR-SUBMIT            PIC 9(6).
                03  FILLER                 PIC X(7)
                            VALUE '  MODE '.
                03  L-PR-MODE              PIC X(12).
                03  FILLER                 PIC X(9)
                            VALUE '  SCHOOL '.
                03  L-PR-SCHOOL            PIC X(8).
                03  FILLER                 PIC X(11)
                            VALUE '  PREVIOUS '.
                03  L-PR-LAST              PIC X(20).
      **************************************************************
      *     LAYOUT FOR A DATA LINE OF THE SUBMISSION REPORT         *
      **************************************************************
       01  NSRPT-DATA1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-NS-ID                PIC X(11).
                03  L-NS-NAME              PIC X(22).
                03  L-NS-DEGREE            PIC X(6).
                03  L-NS-DETAIL            PIC X(60).
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE REPORT           *
      **************************************************************
       01  NSRPT-MSG1.
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
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-HIST-STATUS         PIC XX        VALUE SPACES.
                03  WS-DEGREF-STATUS       PIC XX        VALUE SPACES.
                03  WS-NSENT-STATUS        PIC XX        VALUE SPACES.
                03  WS-NSPRM-STATUS        PIC XX        VALUE SPACES.
                03  WS-MAST-AVAIL          PIC X         VALUE 'N'.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
                03  WS-HIST-AVAIL          PIC X         VALUE 'N'.
                03  WS-DEGREF-AVAIL        PIC X         VALUE 'N'.
                03  WS-SUBMIT-WRITTEN      PIC X         VALUE 'N'.
                03  WS-RUN-DATE            PIC 9(8)      VALUE 0.
                03  WS-AWARD-COUNT         PIC 9(5)      VALUE 0.
                03  WS-ARCH-COUNT          PIC 9(5)      VALUE 0.
                03  WS-ADD-COUNT           PIC 9(5)      VALUE 0.
                03  WS-CHANGE-COUNT        PIC 9(5)      VALUE 0.
                03  WS-DELETE-COUNT        PIC 9(5)      VALUE 0.
                03  WS-SAME-COUNT          PIC 9(5)      VALUE 0.
                03  WS-NODEG-COUNT         PIC 9(5)      VALUE 0.
                03  WS-DROP-COUNT          PIC 9(5)      VALUE 0.
                03  WS-FERPA-COUNT         PIC 9(5)      VALUE 0.
                03  WS-DETAIL-COUNT        PIC 9(7)      VALUE 0.
      **************************************************************
      *     MODE AND SCHOOL CODE FOR THE RUN - A CARD THAT FAILS    *
      *     ITS EDITS STOPS THE RUN RATHER THAN SEND A FILE THE     *
      *     CLEARINGHOUSE WOULD FILE UNDER THE WRONG SCHOOL OR      *
      *     TREAT AS A FULL REPLACEMENT BY MISTAKE                  *
      **************************************************************
                03  WS-MODE                PIC X         VALUE SPACE.
                03  WS-SCHOOL-CODE         PIC X(8)      VALUE SPACES.
                03  WS-PARM-OK             PIC X         VALUE 'N'.
                03  WS-PARM-SOURCE         PIC X(30)
                            VALUE 'NO DA-NSPRM CARD'.
      **************************************************************
      *     SUBMISSION NUMBERING FROM THE DA-NSCSN CONTROL RECORD   *
      **************************************************************
                03  WS-CTL-ON-FILE         PIC X         VALUE 'N'.
                03  WS-LAST-SUBMIT         PIC 9(6)      VALUE 0.
                03  WS-LAST-DATE           PIC 9(8)      VALUE 0.
                03  WS-SUBMIT-NO           PIC 9(6)      VALUE 0.
      **************************************************************
      *     PER-AWARD FIELDS - WS-SENT-FOUND IS 'Y' WHEN DA-NSCSN   *
      *     ALREADY HOLDS THE AWARD, WS-ACTION IS THE ACTION CODE   *
      *     TO SEND (SPACE = UNCHANGED, NOTHING SENT)               *
      **************************************************************
                03  WS-TB-ID               PIC X(9)      VALUE SPACES.
                03  WS-TB-DEGREE           PIC X(4)      VALUE SPACES.
                03  WS-TB-YEAR             PIC X(4)      VALUE SPACES.
                03  WS-TB-HONORS           PIC X         VALUE SPACE.
                03  WS-SENT-FOUND          PIC X         VALUE 'N'.
                03  WS-ACTION              PIC X         VALUE SPACE.
                03  WS-ACTION-TEXT         PIC X(9)      VALUE SPACES.
                03  WS-FERPA-TEXT          PIC X(13)     VALUE SPACES.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT NSRPT-FILE.
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                WRITE NSRPT-REC FROM NSRPT-HEADING1
                      AFTER ADVANCING PAGE.
                PERFORM 1000-READ-PARM-CARD.
                OPEN INPUT GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-MAST-AVAIL
                END-IF.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN INPUT GRADHIST.
                IF WS-HIST-STATUS = '00'
                    MOVE 'Y'                 TO  WS-HIST-AVAIL
                END-IF.
                OPEN INPUT DEGREF.
                IF WS-DEGREF-STATUS = '00'
                    MOVE 'Y'                 TO  WS-DEGREF-AVAIL
                END-IF.
                EVALUATE TRUE
                    WHEN WS-PARM-OK NOT = 'Y'
                        MOVE 'PARAMETER CARD INVALID - NO SUBMISSION'
                            TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                        MOVE WS-PARM-SOURCE  TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 1 LINE
                    WHEN WS-MAST-AVAIL NOT = 'Y'
                        MOVE 'GRADMAST NOT ON FILE - NO SUBMISSION'
                            TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN WS-DEGREF-AVAIL NOT = 'Y'
                        MOVE 'DA-DEGREF NOT ON FILE - NO SUBMISSION'
                            TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 2 LINES
      *            ONLY A DA-AWARD NEVER CREATED MEANS NO FURTHER
      *            AWARDS - ANY OTHER FAILURE WOULD SEND A DROP FOR
      *            EVERY ADDITIONAL DEGREE ALREADY REPORTED
                    WHEN WS-AWARD-AVAIL NOT = 'Y'
                            AND WS-AWARD-STATUS NOT = '35'
                        MOVE 'DA-AWARD WILL NOT OPEN - NO SUBMISSION'
                            TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 2 LINES
      *            LIKEWISE ONLY A DA-GRADH NEVER CREATED (NO
      *            ARCHIVAL RUN YET) MEANS NO ARCHIVED GRADUATES
                    WHEN WS-HIST-AVAIL NOT = 'Y'
                            AND WS-HIST-STATUS NOT = '35'
                        MOVE 'DA-GRADH WILL NOT OPEN - NO SUBMISSION'
                            TO  L-SECT-TEXT
                        WRITE NSRPT-REC FROM NSRPT-SECTION1
                              AFTER ADVANCING 2 LINES
                    WHEN OTHER
                        PERFORM 1100-OPEN-SENT-FILE
                        PERFORM 1200-PRINT-SUBMISSION
                        OPEN OUTPUT NSSUB-FILE
                        PERFORM 1300-WRITE-HEADER
                        PERFORM 2000-SEND-AWARDS
                        PERFORM 3000-SEND-DROPPED
                        PERFORM 4000-WRITE-TRAILER
                        PERFORM 4100-SAVE-CONTROL
                        CLOSE NSSUB-FILE
                              NSENT-FILE
                        MOVE 'Y'             TO  WS-SUBMIT-WRITTEN
                END-EVALUATE.
                PERFORM 5000-PRINT-COUNTS.
                IF WS-MAST-AVAIL = 'Y'
                    CLOSE GRADMAST
                END-IF.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.
                IF WS-HIST-AVAIL = 'Y'
                    CLOSE GRADHIST
                END-IF.
                IF WS-DEGREF-AVAIL = 'Y'
                    CLOSE DEGREF
                END-IF.
                CLOSE NSRPT-FILE.
                STOP RUN.

      **************************************************************
      *   READS THE PARAMETER CARD - THE MODE MUST BE 'F' OR 'C'   *
      *   AND THE SCHOOL CODE MUST BE PRESENT                      *
      **************************************************************

       1000-READ-PARM-CARD.
                OPEN INPUT NSPRM-FILE.
                IF WS-NSPRM-STATUS = '00'
                    READ NSPRM-FILE
                        AT END MOVE 1 TO EOF-P
                    END-READ
                    IF EOF-P NOT = 1 AND NSPRM-REC NOT = SPACES
                        PERFORM 1050-EDIT-PARM-CARD
                    END-IF
                    CLOSE NSPRM-FILE
                END-IF.

       1050-EDIT-PARM-CARD.
                EVALUATE TRUE
                    WHEN NP-MODE NOT = 'F' AND NP-MODE NOT = 'C'
                        MOVE 'MODE NOT F OR C'   TO  WS-PARM-SOURCE
                    WHEN NP-SCHOOL-CODE = SPACES
                        MOVE 'SCHOOL CODE MISSING'
                            TO  WS-PARM-SOURCE
                    WHEN OTHER
                        MOVE 'Y'             TO  WS-PARM-OK
                        MOVE NP-MODE         TO  WS-MODE
                        MOVE NP-SCHOOL-CODE  TO  WS-SCHOOL-CODE
                END-EVALUATE.

      **************************************************************
      *   OPENS THE SENT-AWARDS FILE, CREATING IT THE FIRST TIME,  *
      *   AND TAKES THE NEXT SUBMISSION NUMBER FROM ITS CONTROL    *
      *   RECORD                                                   *
      **************************************************************

       1100-OPEN-SENT-FILE.
                OPEN I-O NSENT-FILE.
                IF WS-NSENT-STATUS = '35'
                    OPEN OUTPUT NSENT-FILE
                    CLOSE NSENT-FILE
                    OPEN I-O NSENT-FILE
                END-IF.
                MOVE SPACES                 TO  SN-KEY.
                READ NSENT-FILE.
                IF WS-NSENT-STATUS = '00'
                        AND SC-LAST-SUBMIT NUMERIC
                    MOVE 'Y'                 TO  WS-CTL-ON-FILE
                    MOVE SC-LAST-SUBMIT      TO  WS-LAST-SUBMIT
                    MOVE SC-LAST-DATE        TO  WS-LAST-DATE
                END-IF.
                COMPUTE WS-SUBMIT-NO = WS-LAST-SUBMIT + 1.

       1200-PRINT-SUBMISSION.
                MOVE WS-SUBMIT-NO           TO  L-PR-SUBMIT.
                IF WS-MODE = 'F'
                    MOVE 'FULL FILE'         TO  L-PR-MODE
                ELSE
                    MOVE 'CHANGES ONLY'      TO  L-PR-MODE
                END-IF.
                MOVE WS-SCHOOL-CODE         TO  L-PR-SCHOOL.
                MOVE SPACES                 TO  L-PR-LAST.
                IF WS-LAST-SUBMIT = 0
                    MOVE 'NONE'              TO  L-PR-LAST
                ELSE
                    STRING WS-LAST-SUBMIT DELIMITED BY SIZE
                        ' ON '           DELIMITED BY SIZE
                        WS-LAST-DATE     DELIMITED BY SIZE
                        INTO L-PR-LAST
                END-IF.
                WRITE NSRPT-REC FROM NSRPT-PARM1
                      AFTER ADVANCING 2 LINES.

       1300-WRITE-HEADER.
                MOVE WS-SCHOOL-CODE         TO  NH-SCHOOL-CODE.
                MOVE WS-MODE                TO  NH-SUBMIT-MODE.
                MOVE WS-SUBMIT-NO           TO  NH-SUBMIT-NO.
                MOVE WS-RUN-DATE            TO  NH-CREATE-DATE.
                WRITE NSSUB-REC FROM NSC-HEADER.

      **************************************************************
      *   SECTION 1 - EVERY AWARD ON FILE, THE MASTER'S OWN DEGREE *
      *   FIRST AND THEN ITS DA-AWARD RECORDS, EACH SENT OR NOT    *
      *   ACCORDING TO THE MODE AND WHAT WAS SENT BEFORE. THE      *
      *   ARCHIVED GRADUATES ON DA-GRADH FOLLOW THE LIVE MASTER,   *
      *   SO AN ARCHIVAL RUN NEVER LOOKS LIKE A DELETE             *
      **************************************************************

       2000-SEND-AWARDS.
                IF WS-MODE = 'F'
                    MOVE 'FULL FILE - EVERY AWARD SENT'
                        TO  L-SECT-TEXT
                ELSE
                    MOVE 'NEW AND CHANGED AWARDS SENT'
                        TO  L-SECT-TEXT
                END-IF.
                WRITE NSRPT-REC FROM NSRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE LOW-VALUES             TO  MAST-STUDENT-ID.
                START GRADMAST
                    KEY IS NOT LESS THAN MAST-STUDENT-ID.
                PERFORM UNTIL WS-MAST-STATUS NOT = '00'
                    READ GRADMAST NEXT RECORD
                    IF WS-MAST-STATUS = '00'
                        MOVE MAST-STUDENT-ID TO  WS-TB-ID
                        MOVE MAST-DEGREE     TO  WS-TB-DEGREE
                        MOVE MAST-YEAR       TO  WS-TB-YEAR
                        MOVE MAST-HONORS     TO  WS-TB-HONORS
                        PERFORM 2100-SEND-ONE-AWARD
                        IF WS-AWARD-AVAIL = 'Y'
                            PERFORM 2050-SEND-MORE-AWARDS
                        END-IF
                    END-IF
                END-PERFORM.
                IF WS-HIST-AVAIL = 'Y'
                    PERFORM 2060-SEND-ARCHIVED
                END-IF.

      *        LATIN HONORS RIDE ON THE MASTER'S OWN DEGREE ONLY
       2050-SEND-MORE-AWARDS.
                MOVE MAST-STUDENT-ID        TO  AW-STUDENT-ID.
                MOVE LOW-VALUES             TO  AW-DEGREE.
                START AWARD-FILE
                    KEY IS NOT LESS THAN AW-KEY.
                PERFORM UNTIL WS-AWARD-STATUS NOT = '00'
                        OR AW-STUDENT-ID NOT = MAST-STUDENT-ID
                    READ AWARD-FILE NEXT RECORD
                    IF WS-AWARD-STATUS = '00'
                            AND AW-STUDENT-ID = MAST-STUDENT-ID
                        MOVE AW-DEGREE       TO  WS-TB-DEGREE
                        MOVE AW-YEAR         TO  WS-TB-YEAR
                        MOVE SPACE           TO  WS-TB-HONORS
                        PERFORM 2100-SEND-ONE-AWARD
                    END-IF
                END-PERFORM.

      *        EACH ARCHIVED GRADUATE IS SENT FROM THE HISTORY IMAGE
      *        AS IF FROM GRADMAST - THE LAYOUTS ARE THE SAME - WITH
      *        THE AWARDS LAB3ARCH LEFT ON DA-AWARD. ONE SOMEHOW ON
      *        BOTH MASTERS WAS ALREADY SENT FROM THE LIVE ONE
       2060-SEND-ARCHIVED.
                MOVE LOW-VALUES             TO  HIST-STUDENT-ID.
                START GRADHIST
                    KEY IS NOT LESS THAN HIST-STUDENT-ID.
                PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                    READ GRADHIST NEXT RECORD
                    IF WS-HIST-STATUS = '00'
                        PERFORM 2070-SEND-ONE-ARCHIVED
                    END-IF
                END-PERFORM.

       2070-SEND-ONE-ARCHIVED.
                MOVE HIST-STUDENT-ID        TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS NOT = '00'
                    ADD 1                    TO  WS-ARCH-COUNT
                    MOVE HISTORY-MASTER-REC  TO  GRADUATE-MASTER-REC
                    MOVE MAST-STUDENT-ID     TO  WS-TB-ID
                    MOVE MAST-DEGREE         TO  WS-TB-DEGREE
                    MOVE MAST-YEAR           TO  WS-TB-YEAR
                    MOVE MAST-HONORS         TO  WS-TB-HONORS
                    PERFORM 2100-SEND-ONE-AWARD
                    IF WS-AWARD-AVAIL = 'Y'
                        PERFORM 2050-SEND-MORE-AWARDS
                    END-IF
                END-IF.

      *        AN AWARD WHOSE CODE IS NOT ON DA-DEGREF IS HELD BACK,
      *        BUT ANY EARLIER SUBMISSION OF IT IS MARKED AS STILL ON
      *        FILE SO THE CLEARINGHOUSE IS NOT TOLD TO DELETE IT
       2100-SEND-ONE-AWARD.
                ADD 1                       TO  WS-AWARD-COUNT.
                MOVE WS-TB-ID               TO  SN-STUDENT-ID.
                MOVE WS-TB-DEGREE           TO  SN-DEGREE.
                READ NSENT-FILE.
                IF WS-NSENT-STATUS = '00'
                    MOVE 'Y'                 TO  WS-SENT-FOUND
                ELSE
                    MOVE 'N'                 TO  WS-SENT-FOUND
                END-IF.
                MOVE WS-TB-DEGREE           TO  DR-CODE.
                READ DEGREF.
                IF WS-DEGREF-STATUS NOT = '00'
                    ADD 1                    TO  WS-NODEG-COUNT
                    MOVE SPACES              TO  NSRPT-DATA1
                    MOVE WS-TB-ID            TO  L-NS-ID
                    MOVE MAST-NAME           TO  L-NS-NAME
                    MOVE WS-TB-DEGREE        TO  L-NS-DEGREE
                    MOVE '** DEGREE NOT ON DA-DEGREF - NOT SENT **'
                        TO  L-NS-DETAIL
                    WRITE NSRPT-REC FROM NSRPT-DATA1
                          AFTER ADVANCING 1 LINE
                    IF WS-SENT-FOUND = 'Y'
                        MOVE WS-SUBMIT-NO    TO  SN-SEEN-NO
                        REWRITE NSENT-REC
                    END-IF
                ELSE
                    MOVE MAST-NAME           TO  WS-CI-NAME
                    MOVE DR-NAME             TO  WS-CI-TITLE
                    MOVE DR-LEVEL            TO  WS-CI-LEVEL
                    MOVE WS-TB-YEAR          TO  WS-CI-YEAR
                    MOVE DR-DEPT             TO  WS-CI-MAJOR
                    MOVE WS-TB-HONORS        TO  WS-CI-HONORS
                    IF MAST-FERPA-HOLD = 'Y'
                        MOVE 'Y'             TO  WS-CI-FERPA-BLOCK
                    ELSE
                        MOVE 'N'             TO  WS-CI-FERPA-BLOCK
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-SENT-FOUND NOT = 'Y'
                            MOVE 'A'         TO  WS-ACTION
                        WHEN WS-MODE = 'F'
                            MOVE 'A'         TO  WS-ACTION
                        WHEN SN-IMAGE NOT = CURR-IMAGE
                            MOVE 'C'         TO  WS-ACTION
                        WHEN OTHER
                            MOVE SPACE       TO  WS-ACTION
                    END-EVALUATE
                    IF WS-ACTION = SPACE
                        ADD 1                TO  WS-SAME-COUNT
                        MOVE WS-SUBMIT-NO    TO  SN-SEEN-NO
                        REWRITE NSENT-REC
                    ELSE
                        PERFORM 2200-WRITE-DETAIL
                        PERFORM 2300-SAVE-SENT
                    END-IF
                END-IF.

      *        THE DETAIL IS BUILT FROM CURR-IMAGE, WHICH FOR A
      *        DELETE HOLDS THE IMAGE LAST SENT
       2200-WRITE-DETAIL.
                MOVE WS-ACTION              TO  ND-ACTION.
                MOVE WS-TB-ID               TO  ND-STUDENT-ID.
                MOVE WS-CI-NAME             TO  ND-NAME.
                MOVE WS-TB-DEGREE           TO  ND-DEGREE-CODE.
                MOVE WS-CI-TITLE            TO  ND-DEGREE-TITLE.
                MOVE WS-CI-LEVEL            TO  ND-AWARD-LEVEL.
                MOVE WS-CI-YEAR             TO  ND-AWARD-YEAR.
                MOVE WS-CI-MAJOR            TO  ND-MAJOR.
                MOVE WS-CI-HONORS           TO  ND-HONORS.
                MOVE WS-CI-FERPA-BLOCK      TO  ND-FERPA-BLOCK.
                WRITE NSSUB-REC FROM NSC-DETAIL.
                ADD 1                       TO  WS-DETAIL-COUNT.
                EVALUATE WS-ACTION
                    WHEN 'A'
                        ADD 1                TO  WS-ADD-COUNT
                        MOVE 'ADDED'         TO  WS-ACTION-TEXT
                    WHEN 'C'
                        ADD 1                TO  WS-CHANGE-COUNT
                        MOVE 'CHANGED'       TO  WS-ACTION-TEXT
                    WHEN OTHER
                        ADD 1                TO  WS-DELETE-COUNT
                        MOVE 'DELETED'       TO  WS-ACTION-TEXT
                END-EVALUATE.
                IF WS-CI-FERPA-BLOCK = 'Y'
                    ADD 1                    TO  WS-FERPA-COUNT
                    MOVE ' FERPA BLOCK'      TO  WS-FERPA-TEXT
                ELSE
                    MOVE SPACES              TO  WS-FERPA-TEXT
                END-IF.
                MOVE SPACES                 TO  NSRPT-DATA1.
                MOVE WS-TB-ID               TO  L-NS-ID.
                MOVE WS-CI-NAME             TO  L-NS-NAME.
                MOVE WS-TB-DEGREE           TO  L-NS-DEGREE.
                STRING WS-ACTION-TEXT DELIMITED BY SIZE
                    WS-CI-TITLE          DELIMITED BY SIZE
                    ' '                  DELIMITED BY SIZE
                    WS-CI-LEVEL          DELIMITED BY SIZE
                    ' '                  DELIMITED BY SIZE
                    WS-CI-YEAR           DELIMITED BY SIZE
                    WS-FERPA-TEXT        DELIMITED BY SIZE
                    INTO L-NS-DETAIL.
                WRITE NSRPT-REC FROM NSRPT-DATA1
                      AFTER ADVANCING 1 LINE.

       2300-SAVE-SENT.
                IF WS-SENT-FOUND = 'Y'
                    MOVE CURR-IMAGE          TO  SN-IMAGE
                    MOVE WS-RUN-DATE         TO  SN-SENT-DATE
                    MOVE WS-SUBMIT-NO        TO  SN-SUBMIT-NO
                    MOVE WS-SUBMIT-NO        TO  SN-SEEN-NO
                    REWRITE NSENT-REC
                ELSE
                    MOVE SPACES              TO  NSENT-REC
                    MOVE WS-TB-ID            TO  SN-STUDENT-ID
                    MOVE WS-TB-DEGREE        TO  SN-DEGREE
                    MOVE CURR-IMAGE          TO  SN-IMAGE
                    MOVE WS-RUN-DATE         TO  SN-SENT-DATE
                    MOVE WS-SUBMIT-NO        TO  SN-SUBMIT-NO
                    MOVE WS-SUBMIT-NO        TO  SN-SEEN-NO
                    WRITE NSENT-REC
                END-IF.

      **************************************************************
      *   SECTION 2 - AWARDS SENT BEFORE THAT THIS RUN DID NOT     *
      *   FIND ON FILE. A CHANGES RUN SENDS EACH AS A 'D'; A FULL  *
      *   RUN HAS ALREADY REPLACED THEM. EITHER WAY THEY LEAVE     *
      *   DA-NSCSN                                                 *
      **************************************************************

       3000-SEND-DROPPED.
                MOVE 'AWARDS NO LONGER ON FILE'  TO  L-SECT-TEXT.
                WRITE NSRPT-REC FROM NSRPT-SECTION1
                      AFTER ADVANCING 2 LINES.
                MOVE LOW-VALUES             TO  SN-KEY.
                START NSENT-FILE
                    KEY IS NOT LESS THAN SN-KEY.
                PERFORM UNTIL WS-NSENT-STATUS NOT = '00'
                    READ NSENT-FILE NEXT RECORD
                    IF WS-NSENT-STATUS = '00'
                            AND SN-STUDENT-ID NOT = SPACES
                            AND SN-SEEN-NO NOT = WS-SUBMIT-NO
                        PERFORM 3100-DROP-ONE-AWARD
                    END-IF
                END-PERFORM.

       3100-DROP-ONE-AWARD.
                MOVE SN-STUDENT-ID          TO  WS-TB-ID.
                MOVE SN-DEGREE              TO  WS-TB-DEGREE.
                MOVE SN-IMAGE               TO  CURR-IMAGE.
                IF WS-MODE = 'C'
                    MOVE 'D'                 TO  WS-ACTION
                    PERFORM 2200-WRITE-DETAIL
                ELSE
                    ADD 1                    TO  WS-DROP-COUNT
                    MOVE SPACES              TO  NSRPT-DATA1
                    MOVE WS-TB-ID            TO  L-NS-ID
                    MOVE WS-CI-NAME          TO  L-NS-NAME
                    MOVE WS-TB-DEGREE        TO  L-NS-DEGREE
                    MOVE 'NOT IN FULL FILE - DROPPED FROM DA-NSCSN'
                        TO  L-NS-DETAIL
                    WRITE NSRPT-REC FROM NSRPT-DATA1
                          AFTER ADVANCING 1 LINE
                END-IF.
                DELETE NSENT-FILE RECORD.

      **************************************************************
      *   CLOSES THE SUBMISSION WITH ITS COUNTS - THE RECORD COUNT *
      *   TAKES IN THE HEADER AND THE TRAILER ITSELF               *
      **************************************************************

       4000-WRITE-TRAILER.
                MOVE WS-SCHOOL-CODE         TO  NT-SCHOOL-CODE.
                MOVE WS-SUBMIT-NO           TO  NT-SUBMIT-NO.
                MOVE WS-DETAIL-COUNT        TO  NT-DETAIL-COUNT.
                MOVE WS-ADD-COUNT           TO  NT-ADD-COUNT.
                MOVE WS-CHANGE-COUNT        TO  NT-CHANGE-COUNT.
                MOVE WS-DELETE-COUNT        TO  NT-DELETE-COUNT.
                COMPUTE NT-RECORD-COUNT = WS-DETAIL-COUNT + 2.
                WRITE NSSUB-REC FROM NSC-TRAILER.

       4100-SAVE-CONTROL.
                MOVE SPACES                 TO  NSENT-CONTROL-REC.
                MOVE SPACES                 TO  SC-KEY.
                MOVE WS-SUBMIT-NO           TO  SC-LAST-SUBMIT.
                MOVE WS-RUN-DATE            TO  SC-LAST-DATE.
                MOVE WS-MODE                TO  SC-LAST-MODE.
                IF WS-CTL-ON-FILE = 'Y'
                    REWRITE NSENT-CONTROL-REC
                ELSE
                    WRITE NSENT-CONTROL-REC
                END-IF.

      **************************************************************
      *   PRINTS THE SUBMISSION COUNTS FOR THE RUN                  *
      **************************************************************

       5000-PRINT-COUNTS.
                MOVE SPACES TO NSRPT-REC.
                WRITE NSRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 'AWARDS ON FILE:'      TO  L-MSG-TEXT.
                MOVE WS-AWARD-COUNT         TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ARCHIVED GRADUATES FROM DA-GRADH:'
                    TO  L-MSG-TEXT.
                MOVE WS-ARCH-COUNT          TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SENT AS ADDS:'        TO  L-MSG-TEXT.
                MOVE WS-ADD-COUNT           TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SENT AS CHANGES:'     TO  L-MSG-TEXT.
                MOVE WS-CHANGE-COUNT        TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SENT AS DELETES:'     TO  L-MSG-TEXT.
                MOVE WS-DELETE-COUNT        TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'SENT WITH FERPA BLOCK:' TO L-MSG-TEXT.
                MOVE WS-FERPA-COUNT         TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'UNCHANGED - NOT SENT:' TO L-MSG-TEXT.
                MOVE WS-SAME-COUNT          TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'DEGREE NOT ON DA-DEGREF - NOT SENT:'
                    TO  L-MSG-TEXT.
                MOVE WS-NODEG-COUNT         TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'DROPPED BY FULL FILE:' TO L-MSG-TEXT.
                MOVE WS-DROP-COUNT          TO  L-MSG-COUNT.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-SUBMIT-WRITTEN = 'Y'
                    MOVE 'DETAIL RECORDS ON DA-NSCSB:'
                        TO  L-MSG-TEXT
                    MOVE WS-DETAIL-COUNT     TO  L-MSG-COUNT
                ELSE
                    MOVE 'NO SUBMISSION WRITTEN' TO L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                END-IF.
                WRITE NSRPT-REC FROM NSRPT-MSG1
                      AFTER ADVANCING 1 LINE.
