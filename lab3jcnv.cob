
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAB3JCNV.
       AUTHOR. Weston Graham.
      *  ONE-TIME CONVERSION OF THE AUDIT JOURNAL TO 189 BYTES.
      *  THE JOURNAL RECORD GREW FROM 181 TO 189 BYTES WHEN
      *  JR-APPROVER-ID WAS ADDED FOR RELEASED HELD TRANSACTIONS.
      *  THIS PROGRAM IS RUN ONCE, BEFORE LAB3MAINT OR LAB3DEGM
      *  NEXT APPENDS TO THE JOURNAL, SO OLD AND NEW RECORDS ARE
      *  NEVER MIXED. IT COPIES EVERY 181-BYTE ENTRY OF THE LIVE
      *  JOURNAL (DA-JRNL) AND OF THE ARCHIVE (DA-JRNLA) OUT TO THE
      *  WORK FILE WITH A BLANK APPROVER ID, AND ONLY AFTER A WHOLE
      *  FILE HAS COPIED CLEANLY REWRITES THAT FILE FROM THE WORK
      *  FILE, AS LAB3JARC DOES. AN ENTRY THAT DOES NOT READ AS A
      *  181-BYTE RECORD WITH A NUMERIC DATE AND TIME - WHICH IS
      *  WHAT AN ALREADY-CONVERTED FILE LOOKS LIKE - LEAVES THAT
      *  FILE EXACTLY AS IT WAS, AND THE CONTROL REPORT SAYS SO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLDJ-FILE    ASSIGN TO 'DA-JRNL'
                                 FILE STATUS IS WS-OLDJ-STATUS.
            SELECT OLDA-FILE    ASSIGN TO 'DA-JRNLA'
                                 FILE STATUS IS WS-OLDA-STATUS.
            SELECT JRNLW-FILE   ASSIGN TO 'DA-JRNLW'
                                 FILE STATUS IS WS-JRNLW-STATUS.
            SELECT JRNL-FILE    ASSIGN TO 'DA-JRNL'
                                 FILE STATUS IS WS-JRNL-STATUS.
            SELECT JRNLA-FILE   ASSIGN TO 'DA-JRNLA'
                                 FILE STATUS IS WS-JRNLA-STATUS.
            SELECT JCRPT-FILE   ASSIGN TO 'UR-JCRPT'.


       DATA DIVISION.


       FILE SECTION.
      **************************************************************
      *  AUDIT JOURNAL AS IT WAS WRITTEN BEFORE JR-APPROVER-ID -    *
      *  THE LIVE JOURNAL AND THE ARCHIVE ARE BOTH READ THIS WAY    *
      **************************************************************
       FD  OLDJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLDJ-REC.
                03  OJ-DATE                PIC X(8).
                03  OJ-TIME                PIC X(8).
                03  FILLER                 PIC X(165).

       FD  OLDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLDA-REC.
                03  OA-DATE                PIC X(8).
                03  OA-TIME                PIC X(8).
                03  FILLER                 PIC X(165).

      **************************************************************
      *  WORK FILE - EACH FILE IS CONVERTED HERE IN FULL BEFORE    *
      *  THE ORIGINAL IS REWRITTEN, SO AN ABEND MID-RUN CANNOT     *
      *  LEAVE A HALF-CONVERTED JOURNAL                            *
      **************************************************************
       FD  JRNLW-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLW-REC.
                03  JW-OLD-ENTRY           PIC X(181).
                03  JW-APPROVER-ID         PIC X(8).

      **************************************************************
      *  AUDIT JOURNAL AND ARCHIVE IN THE CURRENT 189-BYTE LAYOUT - *
      *  SAME LENGTH AS THE JRNL-REC LAB3MAINT WRITES               *
      **************************************************************
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNL-REC                   PIC X(189).

       FD  JRNLA-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNLA-REC                  PIC X(189).

       FD  JCRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  JCRPT-REC                  PIC X(125).
       WORKING-STORAGE SECTION.

      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE CONTROL REPORT        *
      **************************************************************
       01  JCRPT-HEADING1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  FILLER                 PIC X(40)
                            VALUE 'AUDIT JOURNAL 189-BYTE CONVERSION'.
      **************************************************************
      *     LAYOUT FOR A MESSAGE/COUNT LINE OF THE CONTROL REPORT   *
      **************************************************************
       01  JCRPT-MSG1.
                03  FILLER                 PIC X(5)      VALUE SPACES.
                03  L-MSG-TEXT             PIC X(40).
                03  L-MSG-COUNT            PIC ZZZZZ9.
       01  MISC.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
      **************************************************************
                03  EOF-J                  PIC 9         VALUE 0.
                03  EOF-W                  PIC 9         VALUE 0.
      **************************************************************
      *          STATUS AND ACCUMULATOR FIELDS FOR THE RUN          *
      *   WS-BAD-ENTRY IS SET 'Y' BY THE FIRST ENTRY THAT IS NOT    *
      *   IN THE OLD LAYOUT, AND THEN THAT FILE IS NOT REWRITTEN    *
      **************************************************************
                03  WS-OLDJ-STATUS         PIC XX        VALUE SPACES.
                03  WS-OLDA-STATUS         PIC XX        VALUE SPACES.
                03  WS-JRNLW-STATUS        PIC XX        VALUE SPACES.
                03  WS-JRNL-STATUS         PIC XX        VALUE SPACES.
                03  WS-JRNLA-STATUS        PIC XX        VALUE SPACES.
                03  WS-BAD-ENTRY           PIC X         VALUE 'N'.
                03  WS-READ-COUNT          PIC 9(6)      VALUE 0.
                03  WS-STAGE-COUNT         PIC 9(6)      VALUE 0.
                03  WS-REWRITE-COUNT       PIC 9(6)      VALUE 0.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
                OPEN OUTPUT JCRPT-FILE.
                WRITE JCRPT-REC FROM JCRPT-HEADING1
                      AFTER ADVANCING PAGE.
                PERFORM 2000-CONVERT-JOURNAL.
                PERFORM 3000-CONVERT-ARCHIVE.
                CLOSE JCRPT-FILE.
                STOP RUN.

      **************************************************************
      *   CONVERTS THE LIVE JOURNAL - STAGED IN FULL FIRST, THEN    *
      *   DA-JRNL IS REWRITTEN ONLY IF EVERY ENTRY WAS GOOD         *
      **************************************************************

       2000-CONVERT-JOURNAL.
                MOVE SPACES TO JCRPT-REC.
                WRITE JCRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  WS-READ-COUNT.
                MOVE 0                      TO  WS-STAGE-COUNT.
                MOVE 0                      TO  WS-REWRITE-COUNT.
                MOVE 'N'                    TO  WS-BAD-ENTRY.
                OPEN INPUT OLDJ-FILE.
                IF WS-OLDJ-STATUS NOT = '00'
                    MOVE 'DA-JRNL NOT ON FILE - NOTHING TO DO'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE JCRPT-REC FROM JCRPT-MSG1
                          AFTER ADVANCING 1 LINE
                ELSE
                    OPEN OUTPUT JRNLW-FILE
                    MOVE 0 TO EOF-J
                    PERFORM 2100-STAGE-JOURNAL-ENTRY
                        UNTIL EOF-J = 1
                    CLOSE OLDJ-FILE
                          JRNLW-FILE
                    IF WS-BAD-ENTRY = 'N' AND WS-READ-COUNT > 0
                        OPEN INPUT JRNLW-FILE
                        OPEN OUTPUT JRNL-FILE
                        MOVE 0 TO EOF-W
                        PERFORM 2200-COPY-JOURNAL-BACK
                            UNTIL EOF-W = 1
                        CLOSE JRNLW-FILE
                              JRNL-FILE
                    END-IF
                    MOVE 'DA-JRNL ENTRIES READ:' TO L-MSG-TEXT
                    PERFORM 4000-PRINT-CONTROL
                END-IF.

       2100-STAGE-JOURNAL-ENTRY.
                READ OLDJ-FILE
                    AT END MOVE 1 TO EOF-J
                END-READ.
                IF EOF-J NOT = 1
                    ADD 1                    TO  WS-READ-COUNT
                    IF WS-OLDJ-STATUS NOT = '00'
                            OR OJ-DATE NOT NUMERIC
                            OR OJ-TIME NOT NUMERIC
                        MOVE 'Y'             TO  WS-BAD-ENTRY
                        MOVE 1               TO  EOF-J
                    ELSE
                        MOVE OLDJ-REC        TO  JW-OLD-ENTRY
                        MOVE SPACES          TO  JW-APPROVER-ID
                        WRITE JRNLW-REC
                        ADD 1                TO  WS-STAGE-COUNT
                    END-IF
                END-IF.

       2200-COPY-JOURNAL-BACK.
                READ JRNLW-FILE
                    AT END MOVE 1 TO EOF-W
                END-READ.
                IF EOF-W NOT = 1
                    WRITE JRNL-REC FROM JRNLW-REC
                    ADD 1                    TO  WS-REWRITE-COUNT
                END-IF.

      **************************************************************
      *   CONVERTS THE ARCHIVE THE SAME WAY                         *
      **************************************************************

       3000-CONVERT-ARCHIVE.
                MOVE SPACES TO JCRPT-REC.
                WRITE JCRPT-REC
                      AFTER ADVANCING 1 LINE.
                MOVE 0                      TO  WS-READ-COUNT.
                MOVE 0                      TO  WS-STAGE-COUNT.
                MOVE 0                      TO  WS-REWRITE-COUNT.
                MOVE 'N'                    TO  WS-BAD-ENTRY.
                OPEN INPUT OLDA-FILE.
                IF WS-OLDA-STATUS NOT = '00'
                    MOVE 'DA-JRNLA NOT ON FILE - NOTHING TO DO'
                        TO  L-MSG-TEXT
                    MOVE 0                   TO  L-MSG-COUNT
                    WRITE JCRPT-REC FROM JCRPT-MSG1
                          AFTER ADVANCING 1 LINE
                ELSE
                    OPEN OUTPUT JRNLW-FILE
                    MOVE 0 TO EOF-J
                    PERFORM 3100-STAGE-ARCHIVE-ENTRY
                        UNTIL EOF-J = 1
                    CLOSE OLDA-FILE
                          JRNLW-FILE
                    IF WS-BAD-ENTRY = 'N' AND WS-READ-COUNT > 0
                        OPEN INPUT JRNLW-FILE
                        OPEN OUTPUT JRNLA-FILE
                        MOVE 0 TO EOF-W
                        PERFORM 3200-COPY-ARCHIVE-BACK
                            UNTIL EOF-W = 1
                        CLOSE JRNLW-FILE
                              JRNLA-FILE
                    END-IF
                    MOVE 'DA-JRNLA ENTRIES READ:' TO L-MSG-TEXT
                    PERFORM 4000-PRINT-CONTROL
                END-IF.

       3100-STAGE-ARCHIVE-ENTRY.
                READ OLDA-FILE
                    AT END MOVE 1 TO EOF-J
                END-READ.
                IF EOF-J NOT = 1
                    ADD 1                    TO  WS-READ-COUNT
                    IF WS-OLDA-STATUS NOT = '00'
                            OR OA-DATE NOT NUMERIC
                            OR OA-TIME NOT NUMERIC
                        MOVE 'Y'             TO  WS-BAD-ENTRY
                        MOVE 1               TO  EOF-J
                    ELSE
                        MOVE OLDA-REC        TO  JW-OLD-ENTRY
                        MOVE SPACES          TO  JW-APPROVER-ID
                        WRITE JRNLW-REC
                        ADD 1                TO  WS-STAGE-COUNT
                    END-IF
                END-IF.

       3200-COPY-ARCHIVE-BACK.
                READ JRNLW-FILE
                    AT END MOVE 1 TO EOF-W
                END-READ.
                IF EOF-W NOT = 1
                    WRITE JRNLA-REC FROM JRNLW-REC
                    ADD 1                    TO  WS-REWRITE-COUNT
                END-IF.

      **************************************************************
      *   PRINTS ONE FILE'S COUNTS (THE CALLER SETS THE FIRST       *
      *   LINE'S TEXT) AND WHETHER IT WAS CONVERTED OR LEFT ALONE   *
      **************************************************************

       4000-PRINT-CONTROL.
                MOVE WS-READ-COUNT          TO  L-MSG-COUNT.
                WRITE JCRPT-REC FROM JCRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ENTRIES CONVERTED:'   TO  L-MSG-TEXT.
                MOVE WS-STAGE-COUNT         TO  L-MSG-COUNT.
                WRITE JCRPT-REC FROM JCRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                MOVE 'ENTRIES REWRITTEN:'   TO  L-MSG-TEXT.
                MOVE WS-REWRITE-COUNT       TO  L-MSG-COUNT.
                WRITE JCRPT-REC FROM JCRPT-MSG1
                      AFTER ADVANCING 1 LINE.
                IF WS-BAD-ENTRY = 'Y'
                    MOVE '** NOT 181-BYTE LAYOUT - LEFT AS IS **'
                        TO  L-MSG-TEXT
                ELSE
                    IF WS-STAGE-COUNT = WS-REWRITE-COUNT
                        MOVE 'CONVERTED - IN BALANCE' TO L-MSG-TEXT
                    ELSE
                        MOVE '** OUT OF BALANCE **' TO L-MSG-TEXT
                    END-IF
                END-IF.
                MOVE WS-READ-COUNT          TO  L-MSG-COUNT.
                WRITE JCRPT-REC FROM JCRPT-MSG1
                      AFTER ADVANCING 1 LINE.
