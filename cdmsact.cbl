       DATA DIVISION.
         FILE SECTION.
         FD CONVERSION-LOG-FILE.
         01 CONVERSION-LOG-RECORD PIC X(90).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD PIC X(80).
             05 WS-LOG-MODE PIC X(10).
             05 FILLER PIC X.
             05 WS-LOG-DETAIL PIC X(50).
             05 FILLER PIC X.
             05 WS-LOG-OPERATOR PIC X(08).

         01 WS-RECORDS-READ PIC 9(07) VALUE ZERO.
         01 WS-RECORDS-IN-RANGE PIC 9(07) VALUE ZERO.
         01 WS-MODE-FOUND-SWITCH PIC X.
             88 WS-MODE-FOUND VALUE "Y".
         01 WS-MODE-TABLE.
             05 WS-MODE-ENTRY OCCURS 50 TIMES.
                 10 WS-MODE-NAME PIC X(10).
                 10 WS-MODE-COUNT PIC 9(07).

      * Records written before operators were stamped carry a
      * blank operator and are counted under (NONE)
         01 WS-OPER-USED PIC 9(03) COMP VALUE ZERO.
         01 WS-OPER-OVERFLOW PIC 9(07) VALUE ZERO.
         01 WS-OPER-IX PIC 9(03) COMP.
         01 WS-OPER-KEY PIC X(08).
         01 WS-OPER-FOUND-SWITCH PIC X.
             88 WS-OPER-FOUND VALUE "Y".
         01 WS-OPER-TABLE.
             05 WS-OPER-ENTRY OCCURS 50 TIMES.
                 10 WS-OPER-NAME PIC X(08).
                 10 WS-OPER-COUNT PIC 9(07).

         01 WS-HOUR-IX PIC 9(03) COMP.
         01 WS-HOUR-NUM PIC 99.
         01 WS-HOUR-TABLE.
         ADD 1 TO WS-RECORDS-IN-RANGE.

         PERFORM TALLY-MODE-PARA THRU TALLY-MODE-PARA-EXIT.
         PERFORM TALLY-OPER-PARA THRU TALLY-OPER-PARA-EXIT.

         MOVE WS-LOG-HOUR TO WS-HOUR-NUM.
         IF WS-HOUR-NUM < 24
             TALLY-MODE-SCAN-PARA-EXIT
             UNTIL WS-MODE-FOUND OR WS-MODE-IX > WS-MODE-USED.
         IF NOT WS-MODE-FOUND
             IF WS-MODE-USED < 50
                 ADD 1 TO WS-MODE-USED
                 MOVE WS-LOG-MODE TO WS-MODE-NAME(WS-MODE-USED)
                 MOVE 1 TO WS-MODE-COUNT(WS-MODE-USED)
         TALLY-MODE-SCAN-PARA-EXIT.
         EXIT.

         TALLY-OPER-PARA.
         MOVE WS-LOG-OPERATOR TO WS-OPER-KEY.
         IF WS-OPER-KEY = SPACES
             MOVE "(NONE)" TO WS-OPER-KEY
         END-IF.
         MOVE "N" TO WS-OPER-FOUND-SWITCH.
         MOVE 1 TO WS-OPER-IX.
         PERFORM TALLY-OPER-SCAN-PARA THRU
             TALLY-OPER-SCAN-PARA-EXIT
             UNTIL WS-OPER-FOUND OR WS-OPER-IX > WS-OPER-USED.
         IF NOT WS-OPER-FOUND
             IF WS-OPER-USED < 50
                 ADD 1 TO WS-OPER-USED
                 MOVE WS-OPER-KEY TO WS-OPER-NAME(WS-OPER-USED)
                 MOVE 1 TO WS-OPER-COUNT(WS-OPER-USED)
             ELSE
                 ADD 1 TO WS-OPER-OVERFLOW
             END-IF
         END-IF.
         TALLY-OPER-PARA-EXIT.
         EXIT.

         TALLY-OPER-SCAN-PARA.
         IF WS-OPER-NAME(WS-OPER-IX) = WS-OPER-KEY
             ADD 1 TO WS-OPER-COUNT(WS-OPER-IX)
             MOVE "Y" TO WS-OPER-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-OPER-IX
         END-IF.
         TALLY-OPER-SCAN-PARA-EXIT.
         EXIT.



      * A BATCH record line carries the outcome as the last word of
         END-IF.
         DISPLAY " ".

         DISPLAY "VOLUME BY OPERATOR".
         IF WS-OPER-USED = ZERO
             DISPLAY "  (no records in range)"
         END-IF.
         MOVE 1 TO WS-OPER-IX.
         PERFORM PRINT-OPER-PARA THRU PRINT-OPER-PARA-EXIT
             UNTIL WS-OPER-IX > WS-OPER-USED.
         IF WS-OPER-OVERFLOW > ZERO
             MOVE WS-OPER-OVERFLOW TO WS-COUNT-VISUAL
             DISPLAY "  (OTHER)  " WS-COUNT-VISUAL
         END-IF.
         DISPLAY " ".

         DISPLAY "VOLUME BY HOUR OF DAY".
         MOVE 1 TO WS-HOUR-IX.
         PERFORM PRINT-HOUR-PARA THRU PRINT-HOUR-PARA-EXIT
         PRINT-MODE-PARA-EXIT.
         EXIT.

         PRINT-OPER-PARA.
         MOVE WS-OPER-COUNT(WS-OPER-IX) TO WS-COUNT-VISUAL.
         DISPLAY "  " WS-OPER-NAME(WS-OPER-IX) " " WS-COUNT-VISUAL.
         ADD 1 TO WS-OPER-IX.
         PRINT-OPER-PARA-EXIT.
         EXIT.

         PRINT-HOUR-PARA.
         COMPUTE WS-HOUR-NUM = WS-HOUR-IX - 1.
         MOVE WS-HOUR-NUM TO WS-HOUR-VISUAL.
