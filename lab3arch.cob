      *  (DA-GRADH, SAME KEYS AS GRADMAST SO LAB3INQ CAN STILL
      *  REACH AN OLD GRADUATE ON REQUEST), REGENERATES DA-INPUT
      *  FROM WHAT REMAINS, AND PRINTS A BALANCING REPORT PROVING
      *  MASTER BEFORE = MASTER AFTER + ARCHIVED. A GRADUATE'S
      *  ADDITIONAL AWARDS STAY ON DA-AWARD UNDER THE STUDENT ID,
      *  WHERE LAB3INQ STILL FINDS THEM; DA-INPUT ONLY CARRIES THE
      *  AWARDS OF GRADUATES STILL ON THE LIVE MASTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
                                 FILE STATUS IS WS-HIST-STATUS.
            SELECT ARPRM-FILE   ASSIGN TO 'DA-ARPRM'
                                 FILE STATUS IS WS-ARPRM-STATUS.
            SELECT AWARD-FILE   ASSIGN TO 'DA-AWARD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS AW-KEY
                                 FILE STATUS IS WS-AWARD-STATUS.
            SELECT REGEN-FILE   ASSIGN TO 'DA-INPUT'.
            SELECT ARRPT-FILE   ASSIGN TO 'UR-ARRPT'.

                03  AR-CUTOFF-YEAR         PIC X(4).
                03  FILLER                 PIC X(76).

      **************************************************************
      *  ADDITIONAL DEGREE AWARDS - SAME DEFINITION AS LAB3MAINT;  *
      *  READ ONLY, FOR THE AWARD LINES OF THE REGENERATED INPUT   *
      **************************************************************
       FD  AWARD-FILE.
       01  AWARD-REC.
                03  AW-KEY.
                    05  AW-STUDENT-ID      PIC X(9).
                    05  AW-DEGREE          PIC X(4).
                03  AW-YEAR                PIC X(4).
                03  FILLER                 PIC X(63).

      **************************************************************
      *  REGENERATED DA-INPUT - REWRITTEN FROM THE REMAINING       *
      *  MASTER, THE SAME WAY LAB3MAINT DOES, SO THE NEXT ROSTER   *
                03  WS-EL-ID               PIC X(9)
                                           OCCURS 2000 TIMES.
      **************************************************************
      *   AWARD IMAGE - A MASTER RECORD WITH ONE ADDITIONAL        *
      *   AWARD'S DEGREE AND YEAR IN IT, AS LAB3MAINT BUILDS IT    *
      **************************************************************
       01  AWARD-IMAGE.
                03  AI-NAME                PIC X(20).
                03  AI-DEGREE              PIC X(4).
                03  AI-YEAR                PIC X(4).
                03  AI-STUDENT-ID          PIC X(9).
                03  FILLER                 PIC X(43).
      **************************************************************
      *    LAYOUT FOR THE HEADING LINE OF THE BALANCING REPORT      *
      **************************************************************
       01  ARRPT-HEADING1.
                03  WS-ARCH-COUNT          PIC 9(6)      VALUE 0.
                03  WS-REGEN-COUNT         PIC 9(6)      VALUE 0.
                03  WS-COUNT-WORK          PIC 9(6)      VALUE 0.
                03  WS-AWARD-STATUS        PIC XX        VALUE SPACES.
                03  WS-AWARD-AVAIL         PIC X         VALUE 'N'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************

      **************************************************************
      *   MOVES ONE GRADUATE TO HISTORY - A RERUN THAT FINDS THE    *
      *   ID ALREADY ARCHIVED JUST REFRESHES THE HISTORY COPY.      *
      *   THE WHOLE RECORD GOES ACROSS SO THE MASTER FLAGS (THE     *
      *   FERPA HOLD AMONG THEM) FOLLOW THE GRADUATE INTO HISTORY   *
      **************************************************************

       2200-ARCHIVE-ONE-REC.
                MOVE WS-EL-ID (WS-EL-IDX)   TO  MAST-STUDENT-ID.
                READ GRADMAST.
                IF WS-MAST-STATUS = '00'
                    MOVE GRADUATE-MASTER-REC TO  HISTORY-MASTER-REC
                    WRITE HISTORY-MASTER-REC
                    IF WS-HIST-STATUS NOT = '00'
                        REWRITE HISTORY-MASTER-REC
      **************************************************************

       4000-REGEN-DA-INPUT.
                OPEN INPUT AWARD-FILE.
                IF WS-AWARD-STATUS = '00'
                    MOVE 'Y'                 TO  WS-AWARD-AVAIL
                ELSE
                    MOVE 'N'                 TO  WS-AWARD-AVAIL
                END-IF.
                OPEN OUTPUT REGEN-FILE.
                MOVE LOW-VALUES              TO  MAST-STUDENT-ID.
                START GRADMAST
                    IF WS-MAST-STATUS = '00'
                        WRITE REGEN-REC FROM GRADUATE-MASTER-REC
                        ADD 1                TO  WS-REGEN-COUNT
                        IF WS-AWARD-AVAIL = 'Y'
                            PERFORM 4100-REGEN-AWARDS
                        END-IF
                    END-IF
                END-PERFORM.
                CLOSE REGEN-FILE.
                IF WS-AWARD-AVAIL = 'Y'
                    CLOSE AWARD-FILE
                END-IF.

      **************************************************************
      *   ONE MASTER-FORMAT LINE PER ADDITIONAL AWARD OF A LIVE    *
      *   GRADUATE, BUILT THE SAME WAY LAB3MAINT BUILDS IT         *
      **************************************************************

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
                        MOVE GRADUATE-MASTER-REC TO AWARD-IMAGE
                        MOVE AW-DEGREE       TO  AI-DEGREE
                        MOVE AW-YEAR         TO  AI-YEAR
                        WRITE REGEN-REC FROM AWARD-IMAGE
                        ADD 1                TO  WS-REGEN-COUNT
                    END-IF
                END-PERFORM.

      **************************************************************
      *   PROVES MASTER BEFORE = MASTER AFTER + ARCHIVED, THE LINE  *
