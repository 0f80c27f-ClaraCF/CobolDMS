       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMSWGC.

      * Waypoint master generation compare.  Two WPBACKUP unloads
      * written by the CobolDMS mode 4 step (WPBOLD, the earlier
      * generation, and WPBNEW, the later one) are matched on
      * WB-NAME, and every waypoint added, deleted or moved between
      * them is listed with its old and new coordinates and, for a
      * move, the great-circle shift in metres.
      *
      * Each difference is then checked against the WPJRNL add and
      * delete records for the same window.  The journal is reduced
      * to the final state it implies for each name it touches (the
      * last action wins; an add carries the position) and that
      * state must agree with the later generation.  A difference
      * the journal does not account for -- a change made outside
      * the journaled screens, or a journaled change the later
      * generation does not show, as after a bad CDMSWPR replay --
      * is flagged "**".  The journal window comes from the PARM (or
      * CTLCARD) as "YYYY-MM-DD YYYY-MM-DD" on the journal timestamp;
      * with no window given every journal record is used.
      *
      * Return codes: 0 every difference explained, 4 unexplained
      * differences found, 8 a backup trailer does not balance or the
      * journal table overflowed, 16 a file would not open or a
      * generation is out of key sequence.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT OLD-BACKUP-FILE ASSIGN TO "WPBOLD"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-OLD-BACKUP.

             SELECT NEW-BACKUP-FILE ASSIGN TO "WPBNEW"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-NEW-BACKUP.

             SELECT WAYPOINT-JOURNAL-FILE ASSIGN TO "WPJRNL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-WP-JRNL.

             SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-CONTROL-CARD.

       DATA DIVISION.
         FILE SECTION.
      * Both generations carry the WPBACKUP layout CobolDMS unloads
         FD OLD-BACKUP-FILE.
         01 OLD-BACKUP-DATA-RECORD.
             05 OB-TYPE PIC X.
             05 OB-NAME PIC X(20).
             05 OB-LAT-DEGREES PIC S999V9999 SIGN LEADING SEPARATE.
             05 OB-LAT-HEMI PIC X.
             05 OB-LAT-DMS-DEG PIC 999.
             05 OB-LAT-DMS-MIN PIC 99.
             05 OB-LAT-DMS-SEC PIC 99V9999.
             05 OB-LON-DEGREES PIC S999V9999 SIGN LEADING SEPARATE.
             05 OB-LON-HEMI PIC X.
             05 OB-LON-DMS-DEG PIC 999.
             05 OB-LON-DMS-MIN PIC 99.
             05 OB-LON-DMS-SEC PIC 99V9999.
         01 OLD-BACKUP-TRAILER-RECORD.
             05 OB-T-TYPE PIC X.
             05 OB-T-COUNT PIC 9(07).
             05 OB-T-HASH PIC S9(9)V9999 SIGN LEADING SEPARATE.

         FD NEW-BACKUP-FILE.
         01 NEW-BACKUP-DATA-RECORD.
             05 NB-TYPE PIC X.
             05 NB-NAME PIC X(20).
             05 NB-LAT-DEGREES PIC S999V9999 SIGN LEADING SEPARATE.
             05 NB-LAT-HEMI PIC X.
             05 NB-LAT-DMS-DEG PIC 999.
             05 NB-LAT-DMS-MIN PIC 99.
             05 NB-LAT-DMS-SEC PIC 99V9999.
             05 NB-LON-DEGREES PIC S999V9999 SIGN LEADING SEPARATE.
             05 NB-LON-HEMI PIC X.
             05 NB-LON-DMS-DEG PIC 999.
             05 NB-LON-DMS-MIN PIC 99.
             05 NB-LON-DMS-SEC PIC 99V9999.
         01 NEW-BACKUP-TRAILER-RECORD.
             05 NB-T-TYPE PIC X.
             05 NB-T-COUNT PIC 9(07).
             05 NB-T-HASH PIC S9(9)V9999 SIGN LEADING SEPARATE.

      * The WPJRNL before/after image record CobolDMS journals
         FD WAYPOINT-JOURNAL-FILE.
         01 WAYPOINT-JOURNAL-RECORD.
             05 WJ-TIMESTAMP PIC X(19).
             05 FILLER PIC X.
             05 WJ-MODE PIC X(10).
             05 FILLER PIC X.
             05 WJ-ACTION PIC X.
             05 FILLER PIC X.
             05 WJ-BEFORE-IMAGE.
                 10 WJ-B-NAME PIC X(20).
                 10 WJ-B-LAT-DEGREES PIC S999V9999
                     SIGN LEADING SEPARATE.
                 10 WJ-B-LAT-HEMI PIC X.
                 10 WJ-B-LAT-DMS-DEG PIC 999.
                 10 WJ-B-LAT-DMS-MIN PIC 99.
                 10 WJ-B-LAT-DMS-SEC PIC 99V9999.
                 10 WJ-B-LON-DEGREES PIC S999V9999
                     SIGN LEADING SEPARATE.
                 10 WJ-B-LON-HEMI PIC X.
                 10 WJ-B-LON-DMS-DEG PIC 999.
                 10 WJ-B-LON-DMS-MIN PIC 99.
                 10 WJ-B-LON-DMS-SEC PIC 99V9999.
             05 FILLER PIC X.
             05 WJ-AFTER-IMAGE.
                 10 WJ-A-NAME PIC X(20).
                 10 WJ-A-LAT-DEGREES PIC S999V9999
                     SIGN LEADING SEPARATE.
                 10 WJ-A-LAT-HEMI PIC X.
                 10 WJ-A-LAT-DMS-DEG PIC 999.
                 10 WJ-A-LAT-DMS-MIN PIC 99.
                 10 WJ-A-LAT-DMS-SEC PIC 99V9999.
                 10 WJ-A-LON-DEGREES PIC S999V9999
                     SIGN LEADING SEPARATE.
                 10 WJ-A-LON-HEMI PIC X.
                 10 WJ-A-LON-DMS-DEG PIC 999.
                 10 WJ-A-LON-DMS-MIN PIC 99.
                 10 WJ-A-LON-DMS-SEC PIC 99V9999.
             05 FILLER PIC X.
             05 WJ-OPERATOR PIC X(08).

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-FS-OLD-BACKUP PIC XX.
         01 WS-FS-NEW-BACKUP PIC XX.
         01 WS-FS-WP-JRNL PIC XX.
         01 WS-FS-CONTROL-CARD PIC XX.

         01 WS-PARM-STRING PIC X(80).
         01 WS-FROM-DATE PIC X(10) VALUE "0000-00-00".
         01 WS-TO-DATE PIC X(10) VALUE "9999-99-99".

         01 WS-OLD-EOF-SWITCH PIC X VALUE "N".
             88 WS-OLD-EOF VALUE "Y".
         01 WS-NEW-EOF-SWITCH PIC X VALUE "N".
             88 WS-NEW-EOF VALUE "Y".
         01 WS-JRN-EOF-SWITCH PIC X VALUE "N".
             88 WS-JRN-EOF VALUE "Y".

      * Current match keys; an exhausted generation holds HIGH-VALUES
      * so the other side drains through the normal compare
         01 WS-OLD-KEY PIC X(20).
         01 WS-NEW-KEY PIC X(20).
         01 WS-OLD-PREV-KEY PIC X(20) VALUE LOW-VALUES.
         01 WS-NEW-PREV-KEY PIC X(20) VALUE LOW-VALUES.

      * Generation control totals, checked against each trailer
         01 WS-OLD-READ PIC 9(07) VALUE ZERO.
         01 WS-NEW-READ PIC 9(07) VALUE ZERO.
         01 WS-OLD-HASH PIC S9(9)V9999 VALUE ZERO.
         01 WS-NEW-HASH PIC S9(9)V9999 VALUE ZERO.
         01 WS-OLD-T-COUNT PIC 9(07) VALUE ZERO.
         01 WS-NEW-T-COUNT PIC 9(07) VALUE ZERO.
         01 WS-OLD-T-HASH PIC S9(9)V9999 VALUE ZERO.
         01 WS-NEW-T-HASH PIC S9(9)V9999 VALUE ZERO.
         01 WS-OLD-TRAILER-SWITCH PIC X VALUE "N".
             88 WS-OLD-TRAILER-SEEN VALUE "Y".
         01 WS-NEW-TRAILER-SWITCH PIC X VALUE "N".
             88 WS-NEW-TRAILER-SEEN VALUE "Y".
         01 WS-BAD-TYPES PIC 9(07) VALUE ZERO.
         01 WS-SEQUENCE-SWITCH PIC X VALUE "N".
             88 WS-SEQUENCE-ERROR VALUE "Y".

      * Difference counts
         01 WS-ADDS PIC 9(07) VALUE ZERO.
         01 WS-DELETES PIC 9(07) VALUE ZERO.
         01 WS-MOVES PIC 9(07) VALUE ZERO.
         01 WS-UNCHANGED PIC 9(07) VALUE ZERO.
         01 WS-EXPLAINED PIC 9(07) VALUE ZERO.
         01 WS-UNEXPLAINED PIC 9(07) VALUE ZERO.

      * The waypoint under comparison, one side or both present
         01 WS-CMP-TYPE PIC X(04).
         01 WS-CMP-NAME PIC X(20).
         01 WS-CMP-OLD-LAT PIC S999V9999.
         01 WS-CMP-OLD-LON PIC S999V9999.
         01 WS-CMP-NEW-LAT PIC S999V9999.
         01 WS-CMP-NEW-LON PIC S999V9999.
         01 WS-CMP-OLD-SWITCH PIC X.
             88 WS-CMP-OLD-PRESENT VALUE "Y".
         01 WS-CMP-NEW-SWITCH PIC X.
             88 WS-CMP-NEW-PRESENT VALUE "Y".
         01 WS-CMP-STATUS PIC X(24).
         01 WS-CMP-FLAG-SWITCH PIC X.
             88 WS-CMP-FLAGGED VALUE "Y".

      * Journal reduced to one entry per name: the last action in
      * the window and, for an add, the position it left
         01 WS-JRN-READ PIC 9(07) VALUE ZERO.
         01 WS-JRN-IN-WINDOW PIC 9(07) VALUE ZERO.
         01 WS-JRN-OUTSIDE PIC 9(07) VALUE ZERO.
         01 WS-JRN-MALFORMED PIC 9(07) VALUE ZERO.
         01 WS-JRN-OVERFLOW PIC 9(07) VALUE ZERO.
         01 WS-JRN-NAME PIC X(20).
         01 WS-JRN-USED PIC 9(05) COMP VALUE ZERO.
         01 WS-JRN-IX PIC 9(05) COMP.
         01 WS-JRN-FOUND-SWITCH PIC X.
             88 WS-JRN-FOUND VALUE "Y".
         01 WS-JRN-TABLE.
             05 WS-JRN-ENTRY OCCURS 5000 TIMES.
                 10 WS-JRN-T-NAME PIC X(20).
                 10 WS-JRN-T-ACTION PIC X.
                 10 WS-JRN-T-LAT PIC S999V9999.
                 10 WS-JRN-T-LON PIC S999V9999.
                 10 WS-JRN-T-MATCHED PIC X.

      * Haversine work fields, one trig result per COMPUTE as in the
      * CobolDMS great-circle routine
         01 WS-GEO-LAT1 USAGE COMP-2.
         01 WS-GEO-LON1 USAGE COMP-2.
         01 WS-GEO-LAT2 USAGE COMP-2.
         01 WS-GEO-LON2 USAGE COMP-2.
         01 WS-GEO-PI USAGE COMP-2.
         01 WS-GEO-RDLAT USAGE COMP-2.
         01 WS-GEO-RDLON USAGE COMP-2.
         01 WS-GEO-SIN-HDLAT USAGE COMP-2.
         01 WS-GEO-SIN-HDLON USAGE COMP-2.
         01 WS-GEO-COS-LAT1 USAGE COMP-2.
         01 WS-GEO-COS-LAT2 USAGE COMP-2.
         01 WS-GEO-HAV-A USAGE COMP-2.
         01 WS-GEO-SQRT-A USAGE COMP-2.
         01 WS-GEO-HAV-C USAGE COMP-2.
         01 WS-GEO-DIST-M USAGE COMP-2.

         01 WS-DETAIL-LINE.
             05 WS-DET-TYPE PIC X(04).
             05 FILLER PIC X VALUE SPACE.
             05 WS-DET-NAME PIC X(20).
             05 FILLER PIC X VALUE SPACE.
             05 WS-DET-OLD-LAT PIC -ZZ9.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-DET-OLD-LON PIC -ZZ9.9999.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-NEW-LAT PIC -ZZ9.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-DET-NEW-LON PIC -ZZ9.9999.
             05 FILLER PIC X VALUE SPACE.
             05 WS-DET-SHIFT PIC ZZZZZZ9.9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-STATUS PIC X(24).

         01 WS-FINAL-RC PIC 99 VALUE ZERO.
         01 WS-COUNT-VISUAL PIC ZZZZZZ9.
         01 WS-HASH-VISUAL PIC -ZZZZZZZZ9.9999.

       LINKAGE SECTION.
         01 LK-PARM.
             05 LK-PARM-LEN PIC S9(4) COMP.
             05 LK-PARM-DATA PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
         CONTROL-PARA.
         PERFORM GET-DATE-RANGE-PARA THRU GET-DATE-RANGE-PARA-EXIT.
         COMPUTE WS-GEO-PI = FUNCTION ATAN(1) * 4.

         DISPLAY "CDMSWGC - WAYPOINT MASTER GENERATION COMPARE".
         DISPLAY "JOURNAL WINDOW " WS-FROM-DATE " THROUGH "
             WS-TO-DATE.
         DISPLAY " ".

         PERFORM LOAD-JOURNAL-PARA THRU LOAD-JOURNAL-PARA-EXIT.

         OPEN INPUT OLD-BACKUP-FILE.
         IF WS-FS-OLD-BACKUP NOT = "00"
             DISPLAY "CDMSWGC: unable to open WPBOLD, status "
                 WS-FS-OLD-BACKUP
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.
         OPEN INPUT NEW-BACKUP-FILE.
         IF WS-FS-NEW-BACKUP NOT = "00"
             DISPLAY "CDMSWGC: unable to open WPBNEW, status "
                 WS-FS-NEW-BACKUP
             CLOSE OLD-BACKUP-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.

         DISPLAY "CHG  WAYPOINT              OLD LAT   OLD LON    "
             "  NEW LAT   NEW LON      SHIFT M  JOURNAL".
         PERFORM READ-OLD-PARA THRU READ-OLD-PARA-EXIT.
         PERFORM READ-NEW-PARA THRU READ-NEW-PARA-EXIT.
         PERFORM COMPARE-PARA THRU COMPARE-PARA-EXIT
             UNTIL (WS-OLD-EOF AND WS-NEW-EOF)
                 OR WS-SEQUENCE-ERROR.
         CLOSE OLD-BACKUP-FILE.
         CLOSE NEW-BACKUP-FILE.

         IF WS-SEQUENCE-ERROR
             DISPLAY " "
             DISPLAY "RUN ABANDONED -- A GENERATION IS OUT OF NAME "
                 "SEQUENCE; THE COMPARE ABOVE IS INCOMPLETE."
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.

      * Journaled adds whose name appears in neither generation
         MOVE 1 TO WS-JRN-IX.
         PERFORM UNMATCHED-JOURNAL-PARA THRU
             UNMATCHED-JOURNAL-PARA-EXIT
             UNTIL WS-JRN-IX > WS-JRN-USED.

         PERFORM PRINT-TOTALS-PARA THRU PRINT-TOTALS-PARA-EXIT.

         IF WS-UNEXPLAINED > ZERO
             MOVE 4 TO WS-FINAL-RC
         END-IF.
         IF NOT WS-OLD-TRAILER-SEEN OR NOT WS-NEW-TRAILER-SEEN
             OR WS-OLD-READ NOT = WS-OLD-T-COUNT
             OR WS-NEW-READ NOT = WS-NEW-T-COUNT
             OR WS-OLD-HASH NOT = WS-OLD-T-HASH
             OR WS-NEW-HASH NOT = WS-NEW-T-HASH
             OR WS-BAD-TYPES > ZERO
             OR WS-JRN-OVERFLOW > ZERO
             MOVE 8 TO WS-FINAL-RC
         END-IF.
         MOVE WS-FINAL-RC TO RETURN-CODE.
         STOP RUN.



         GET-DATE-RANGE-PARA.
         MOVE SPACES TO WS-PARM-STRING.
         IF LK-PARM-LEN > ZERO
             MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-PARM-STRING
         END-IF.
         IF WS-PARM-STRING = SPACES
             OPEN INPUT CONTROL-CARD-FILE
             IF WS-FS-CONTROL-CARD = "00"
                 READ CONTROL-CARD-FILE INTO WS-PARM-STRING
                     AT END
                         MOVE SPACES TO WS-PARM-STRING
                 END-READ
                 CLOSE CONTROL-CARD-FILE
             END-IF
         END-IF.
         IF WS-PARM-STRING NOT = SPACES
             MOVE SPACES TO WS-FROM-DATE
             MOVE SPACES TO WS-TO-DATE
             UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                 INTO WS-FROM-DATE WS-TO-DATE
             END-UNSTRING
             IF WS-TO-DATE = SPACES
                 MOVE WS-FROM-DATE TO WS-TO-DATE
             END-IF
         END-IF.
         GET-DATE-RANGE-PARA-EXIT.
         EXIT.



      * A missing journal is not an error: every difference is then
      * simply unexplained
         LOAD-JOURNAL-PARA.
         OPEN INPUT WAYPOINT-JOURNAL-FILE.
         IF WS-FS-WP-JRNL NOT = "00"
             DISPLAY "NO WPJRNL AVAILABLE (STATUS " WS-FS-WP-JRNL
                 ") -- NO DIFFERENCE CAN BE EXPLAINED."
             DISPLAY " "
             GO TO LOAD-JOURNAL-PARA-EXIT
         END-IF.
         PERFORM READ-JOURNAL-PARA THRU READ-JOURNAL-PARA-EXIT
             UNTIL WS-JRN-EOF.
         CLOSE WAYPOINT-JOURNAL-FILE.
         LOAD-JOURNAL-PARA-EXIT.
         EXIT.

         READ-JOURNAL-PARA.
         READ WAYPOINT-JOURNAL-FILE
             AT END
                 MOVE "Y" TO WS-JRN-EOF-SWITCH
                 GO TO READ-JOURNAL-PARA-EXIT
         END-READ.
         ADD 1 TO WS-JRN-READ.
         IF WJ-TIMESTAMP(1:10) < WS-FROM-DATE
             OR WJ-TIMESTAMP(1:10) > WS-TO-DATE
             ADD 1 TO WS-JRN-OUTSIDE
             GO TO READ-JOURNAL-PARA-EXIT
         END-IF.
           EVALUATE WJ-ACTION
               WHEN "A"
                   MOVE WJ-A-NAME TO WS-JRN-NAME
               WHEN "D"
                   MOVE WJ-B-NAME TO WS-JRN-NAME
               WHEN OTHER
                   ADD 1 TO WS-JRN-MALFORMED
                   GO TO READ-JOURNAL-PARA-EXIT
           END-EVALUATE.
         ADD 1 TO WS-JRN-IN-WINDOW.

         PERFORM FIND-JOURNAL-PARA THRU FIND-JOURNAL-PARA-EXIT.
         IF NOT WS-JRN-FOUND
             IF WS-JRN-USED >= 5000
                 ADD 1 TO WS-JRN-OVERFLOW
                 GO TO READ-JOURNAL-PARA-EXIT
             END-IF
             ADD 1 TO WS-JRN-USED
             MOVE WS-JRN-USED TO WS-JRN-IX
             MOVE WS-JRN-NAME TO WS-JRN-T-NAME(WS-JRN-IX)
             MOVE "N" TO WS-JRN-T-MATCHED(WS-JRN-IX)
         END-IF.
         MOVE WJ-ACTION TO WS-JRN-T-ACTION(WS-JRN-IX).
         IF WJ-ACTION = "A"
             MOVE WJ-A-LAT-DEGREES TO WS-JRN-T-LAT(WS-JRN-IX)
             MOVE WJ-A-LON-DEGREES TO WS-JRN-T-LON(WS-JRN-IX)
         ELSE
             MOVE ZERO TO WS-JRN-T-LAT(WS-JRN-IX)
             MOVE ZERO TO WS-JRN-T-LON(WS-JRN-IX)
         END-IF.
         READ-JOURNAL-PARA-EXIT.
         EXIT.

      * Leaves WS-JRN-IX on the entry for WS-JRN-NAME when found
         FIND-JOURNAL-PARA.
         MOVE "N" TO WS-JRN-FOUND-SWITCH.
         MOVE 1 TO WS-JRN-IX.
         PERFORM FIND-JOURNAL-SCAN-PARA THRU
             FIND-JOURNAL-SCAN-PARA-EXIT
             UNTIL WS-JRN-FOUND OR WS-JRN-IX > WS-JRN-USED.
         FIND-JOURNAL-PARA-EXIT.
         EXIT.

         FIND-JOURNAL-SCAN-PARA.
         IF WS-JRN-T-NAME(WS-JRN-IX) = WS-JRN-NAME
             MOVE "Y" TO WS-JRN-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-JRN-IX
         END-IF.
         FIND-JOURNAL-SCAN-PARA-EXIT.
         EXIT.



      * Next data record of each generation; the trailer is kept for
      * the balance check and the name sequence is policed, since
      * the match below is only sound on name-ordered unloads
         READ-OLD-PARA.
         READ OLD-BACKUP-FILE
             AT END
                 MOVE "Y" TO WS-OLD-EOF-SWITCH
                 MOVE HIGH-VALUES TO WS-OLD-KEY
                 GO TO READ-OLD-PARA-EXIT
         END-READ.
           EVALUATE OB-TYPE
               WHEN "D"
                   CONTINUE
               WHEN "T"
                   MOVE "Y" TO WS-OLD-TRAILER-SWITCH
                   MOVE OB-T-COUNT TO WS-OLD-T-COUNT
                   MOVE OB-T-HASH TO WS-OLD-T-HASH
                   GO TO READ-OLD-PARA
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPES
                   GO TO READ-OLD-PARA
           END-EVALUATE.
         IF OB-NAME <= WS-OLD-PREV-KEY
             DISPLAY "WPBOLD OUT OF SEQUENCE AT " OB-NAME
             MOVE "Y" TO WS-SEQUENCE-SWITCH
         END-IF.
         MOVE OB-NAME TO WS-OLD-PREV-KEY.
         MOVE OB-NAME TO WS-OLD-KEY.
         ADD 1 TO WS-OLD-READ.
         COMPUTE WS-OLD-HASH = WS-OLD-HASH + OB-LAT-DEGREES
             + OB-LON-DEGREES.
         READ-OLD-PARA-EXIT.
         EXIT.

         READ-NEW-PARA.
         READ NEW-BACKUP-FILE
             AT END
                 MOVE "Y" TO WS-NEW-EOF-SWITCH
                 MOVE HIGH-VALUES TO WS-NEW-KEY
                 GO TO READ-NEW-PARA-EXIT
         END-READ.
           EVALUATE NB-TYPE
               WHEN "D"
                   CONTINUE
               WHEN "T"
                   MOVE "Y" TO WS-NEW-TRAILER-SWITCH
                   MOVE NB-T-COUNT TO WS-NEW-T-COUNT
                   MOVE NB-T-HASH TO WS-NEW-T-HASH
                   GO TO READ-NEW-PARA
               WHEN OTHER
                   ADD 1 TO WS-BAD-TYPES
                   GO TO READ-NEW-PARA
           END-EVALUATE.
         IF NB-NAME <= WS-NEW-PREV-KEY
             DISPLAY "WPBNEW OUT OF SEQUENCE AT " NB-NAME
             MOVE "Y" TO WS-SEQUENCE-SWITCH
         END-IF.
         MOVE NB-NAME TO WS-NEW-PREV-KEY.
         MOVE NB-NAME TO WS-NEW-KEY.
         ADD 1 TO WS-NEW-READ.
         COMPUTE WS-NEW-HASH = WS-NEW-HASH + NB-LAT-DEGREES
             + NB-LON-DEGREES.
         READ-NEW-PARA-EXIT.
         EXIT.



      * Classic two-file match on the waypoint name
         COMPARE-PARA.
         MOVE "N" TO WS-CMP-OLD-SWITCH.
         MOVE "N" TO WS-CMP-NEW-SWITCH.
         IF WS-OLD-KEY <= WS-NEW-KEY
             MOVE "Y" TO WS-CMP-OLD-SWITCH
             MOVE OB-NAME TO WS-CMP-NAME
             MOVE OB-LAT-DEGREES TO WS-CMP-OLD-LAT
             MOVE OB-LON-DEGREES TO WS-CMP-OLD-LON
         END-IF.
         IF WS-NEW-KEY <= WS-OLD-KEY
             MOVE "Y" TO WS-CMP-NEW-SWITCH
             MOVE NB-NAME TO WS-CMP-NAME
             MOVE NB-LAT-DEGREES TO WS-CMP-NEW-LAT
             MOVE NB-LON-DEGREES TO WS-CMP-NEW-LON
         END-IF.

         IF WS-CMP-OLD-PRESENT AND WS-CMP-NEW-PRESENT
             IF WS-CMP-OLD-LAT = WS-CMP-NEW-LAT
                 AND WS-CMP-OLD-LON = WS-CMP-NEW-LON
                 MOVE "SAME" TO WS-CMP-TYPE
                 ADD 1 TO WS-UNCHANGED
             ELSE
                 MOVE "MOVE" TO WS-CMP-TYPE
                 ADD 1 TO WS-MOVES
             END-IF
         ELSE
             IF WS-CMP-OLD-PRESENT
                 MOVE "DEL" TO WS-CMP-TYPE
                 ADD 1 TO WS-DELETES
             ELSE
                 MOVE "ADD" TO WS-CMP-TYPE
                 ADD 1 TO WS-ADDS
             END-IF
         END-IF.

         PERFORM CHECK-JOURNAL-PARA THRU CHECK-JOURNAL-PARA-EXIT.
         IF WS-CMP-TYPE NOT = "SAME" OR WS-CMP-FLAGGED
             PERFORM PRINT-DETAIL-PARA THRU PRINT-DETAIL-PARA-EXIT
         END-IF.

         IF WS-CMP-OLD-PRESENT
             PERFORM READ-OLD-PARA THRU READ-OLD-PARA-EXIT
         END-IF.
         IF WS-CMP-NEW-PRESENT
             PERFORM READ-NEW-PARA THRU READ-NEW-PARA-EXIT
         END-IF.
         COMPARE-PARA-EXIT.
         EXIT.

      * The journal's final state for the name must be the state the
      * later generation shows; a name the journal never touched must
      * not have changed at all
         CHECK-JOURNAL-PARA.
         MOVE "N" TO WS-CMP-FLAG-SWITCH.
         MOVE SPACES TO WS-CMP-STATUS.
         MOVE WS-CMP-NAME TO WS-JRN-NAME.
         PERFORM FIND-JOURNAL-PARA THRU FIND-JOURNAL-PARA-EXIT.

         IF NOT WS-JRN-FOUND
             IF WS-CMP-TYPE NOT = "SAME"
                 MOVE "** NOT JOURNALED" TO WS-CMP-STATUS
                 MOVE "Y" TO WS-CMP-FLAG-SWITCH
             END-IF
             GO TO CHECK-JOURNAL-PARA-TALLY
         END-IF.

         MOVE "Y" TO WS-JRN-T-MATCHED(WS-JRN-IX).
         MOVE "JOURNALED" TO WS-CMP-STATUS.
         IF WS-JRN-T-ACTION(WS-JRN-IX) = "D"
             IF WS-CMP-NEW-PRESENT
                 MOVE "** JRNL SHOWS DELETED" TO WS-CMP-STATUS
                 MOVE "Y" TO WS-CMP-FLAG-SWITCH
             END-IF
         ELSE
             IF NOT WS-CMP-NEW-PRESENT
                 MOVE "** JRNL SHOWS ADDED" TO WS-CMP-STATUS
                 MOVE "Y" TO WS-CMP-FLAG-SWITCH
             ELSE
                 IF WS-JRN-T-LAT(WS-JRN-IX) NOT = WS-CMP-NEW-LAT
                     OR WS-JRN-T-LON(WS-JRN-IX) NOT = WS-CMP-NEW-LON
                     MOVE "** JRNL POSITION DIFFERS" TO
                         WS-CMP-STATUS
                     MOVE "Y" TO WS-CMP-FLAG-SWITCH
                 END-IF
             END-IF
         END-IF.

         CHECK-JOURNAL-PARA-TALLY.
         IF WS-CMP-FLAGGED
             ADD 1 TO WS-UNEXPLAINED
         ELSE
             IF WS-CMP-TYPE NOT = "SAME"
                 ADD 1 TO WS-EXPLAINED
             END-IF
         END-IF.
         CHECK-JOURNAL-PARA-EXIT.
         EXIT.

         PRINT-DETAIL-PARA.
         MOVE SPACES TO WS-DETAIL-LINE.
         MOVE WS-CMP-TYPE TO WS-DET-TYPE.
         MOVE WS-CMP-NAME TO WS-DET-NAME.
         IF WS-CMP-OLD-PRESENT
             MOVE WS-CMP-OLD-LAT TO WS-DET-OLD-LAT
             MOVE WS-CMP-OLD-LON TO WS-DET-OLD-LON
         END-IF.
         IF WS-CMP-NEW-PRESENT
             MOVE WS-CMP-NEW-LAT TO WS-DET-NEW-LAT
             MOVE WS-CMP-NEW-LON TO WS-DET-NEW-LON
         END-IF.
         IF WS-CMP-TYPE = "MOVE"
             PERFORM SHIFT-METRES-PARA THRU SHIFT-METRES-PARA-EXIT
             MOVE WS-GEO-DIST-M TO WS-DET-SHIFT
         END-IF.
         MOVE WS-CMP-STATUS TO WS-DET-STATUS.
         DISPLAY WS-DETAIL-LINE.
         PRINT-DETAIL-PARA-EXIT.
         EXIT.

      * Haversine distance between the old and new positions, in
      * metres on the same mean earth radius CobolDMS uses
         SHIFT-METRES-PARA.
         COMPUTE WS-GEO-LAT1 = WS-CMP-OLD-LAT * WS-GEO-PI / 180.
         COMPUTE WS-GEO-LON1 = WS-CMP-OLD-LON * WS-GEO-PI / 180.
         COMPUTE WS-GEO-LAT2 = WS-CMP-NEW-LAT * WS-GEO-PI / 180.
         COMPUTE WS-GEO-LON2 = WS-CMP-NEW-LON * WS-GEO-PI / 180.
         COMPUTE WS-GEO-RDLAT = WS-GEO-LAT2 - WS-GEO-LAT1.
         COMPUTE WS-GEO-RDLON = WS-GEO-LON2 - WS-GEO-LON1.
         COMPUTE WS-GEO-SIN-HDLAT = FUNCTION SIN(WS-GEO-RDLAT / 2).
         COMPUTE WS-GEO-SIN-HDLON = FUNCTION SIN(WS-GEO-RDLON / 2).
         COMPUTE WS-GEO-COS-LAT1 = FUNCTION COS(WS-GEO-LAT1).
         COMPUTE WS-GEO-COS-LAT2 = FUNCTION COS(WS-GEO-LAT2).
         COMPUTE WS-GEO-HAV-A =
             WS-GEO-SIN-HDLAT * WS-GEO-SIN-HDLAT
             + WS-GEO-COS-LAT1 * WS-GEO-COS-LAT2
             * WS-GEO-SIN-HDLON * WS-GEO-SIN-HDLON.
         IF WS-GEO-HAV-A > 1
             MOVE 1 TO WS-GEO-HAV-A
         END-IF.
         COMPUTE WS-GEO-SQRT-A = FUNCTION SQRT(WS-GEO-HAV-A).
         COMPUTE WS-GEO-HAV-C = FUNCTION ASIN(WS-GEO-SQRT-A).
         COMPUTE WS-GEO-DIST-M = 6371008.8 * WS-GEO-HAV-C * 2.
         SHIFT-METRES-PARA-EXIT.
         EXIT.



      * A journaled add for a name in neither generation means the
      * later generation lost a change the journal says was made
         UNMATCHED-JOURNAL-PARA.
         IF WS-JRN-T-MATCHED(WS-JRN-IX) = "N"
             AND WS-JRN-T-ACTION(WS-JRN-IX) = "A"
             MOVE SPACES TO WS-DETAIL-LINE
             MOVE "JRNL" TO WS-DET-TYPE
             MOVE WS-JRN-T-NAME(WS-JRN-IX) TO WS-DET-NAME
             MOVE WS-JRN-T-LAT(WS-JRN-IX) TO WS-DET-NEW-LAT
             MOVE WS-JRN-T-LON(WS-JRN-IX) TO WS-DET-NEW-LON
             MOVE "** ADD NOT IN WPBNEW" TO WS-DET-STATUS
             DISPLAY WS-DETAIL-LINE
             ADD 1 TO WS-UNEXPLAINED
         END-IF.
         ADD 1 TO WS-JRN-IX.
         UNMATCHED-JOURNAL-PARA-EXIT.
         EXIT.



         PRINT-TOTALS-PARA.
         DISPLAY " ".
         DISPLAY "GENERATION CONTROL TOTALS".
         MOVE WS-OLD-READ TO WS-COUNT-VISUAL.
         MOVE WS-OLD-HASH TO WS-HASH-VISUAL.
         DISPLAY "  WPBOLD RECORDS       " WS-COUNT-VISUAL
             "  HASH " WS-HASH-VISUAL.
         IF WS-OLD-TRAILER-SEEN
             MOVE WS-OLD-T-COUNT TO WS-COUNT-VISUAL
             MOVE WS-OLD-T-HASH TO WS-HASH-VISUAL
             DISPLAY "  WPBOLD TRAILER       " WS-COUNT-VISUAL
                 "  HASH " WS-HASH-VISUAL
         ELSE
             DISPLAY "  WPBOLD TRAILER       ** MISSING **"
         END-IF.
         MOVE WS-NEW-READ TO WS-COUNT-VISUAL.
         MOVE WS-NEW-HASH TO WS-HASH-VISUAL.
         DISPLAY "  WPBNEW RECORDS       " WS-COUNT-VISUAL
             "  HASH " WS-HASH-VISUAL.
         IF WS-NEW-TRAILER-SEEN
             MOVE WS-NEW-T-COUNT TO WS-COUNT-VISUAL
             MOVE WS-NEW-T-HASH TO WS-HASH-VISUAL
             DISPLAY "  WPBNEW TRAILER       " WS-COUNT-VISUAL
                 "  HASH " WS-HASH-VISUAL
         ELSE
             DISPLAY "  WPBNEW TRAILER       ** MISSING **"
         END-IF.
         MOVE WS-BAD-TYPES TO WS-COUNT-VISUAL.
         DISPLAY "  UNKNOWN RECORD TYPES " WS-COUNT-VISUAL.
         DISPLAY " ".

         DISPLAY "DIFFERENCES".
         MOVE WS-ADDS TO WS-COUNT-VISUAL.
         DISPLAY "  ADDED                " WS-COUNT-VISUAL.
         MOVE WS-DELETES TO WS-COUNT-VISUAL.
         DISPLAY "  DELETED              " WS-COUNT-VISUAL.
         MOVE WS-MOVES TO WS-COUNT-VISUAL.
         DISPLAY "  MOVED                " WS-COUNT-VISUAL.
         MOVE WS-UNCHANGED TO WS-COUNT-VISUAL.
         DISPLAY "  UNCHANGED            " WS-COUNT-VISUAL.
         DISPLAY " ".

         DISPLAY "JOURNAL RECONCILIATION".
         MOVE WS-JRN-READ TO WS-COUNT-VISUAL.
         DISPLAY "  JOURNAL RECORDS READ " WS-COUNT-VISUAL.
         MOVE WS-JRN-IN-WINDOW TO WS-COUNT-VISUAL.
         DISPLAY "  IN WINDOW            " WS-COUNT-VISUAL.
         MOVE WS-JRN-OUTSIDE TO WS-COUNT-VISUAL.
         DISPLAY "  OUTSIDE WINDOW       " WS-COUNT-VISUAL.
         MOVE WS-JRN-MALFORMED TO WS-COUNT-VISUAL.
         DISPLAY "  MALFORMED            " WS-COUNT-VISUAL.
         MOVE WS-JRN-USED TO WS-COUNT-VISUAL.
         DISPLAY "  NAMES JOURNALED      " WS-COUNT-VISUAL.
         IF WS-JRN-OVERFLOW > ZERO
             MOVE WS-JRN-OVERFLOW TO WS-COUNT-VISUAL
             DISPLAY "  ** NOT TABLED (FULL) " WS-COUNT-VISUAL
         END-IF.
         MOVE WS-EXPLAINED TO WS-COUNT-VISUAL.
         DISPLAY "  EXPLAINED            " WS-COUNT-VISUAL.
         MOVE WS-UNEXPLAINED TO WS-COUNT-VISUAL.
         DISPLAY "  UNEXPLAINED          " WS-COUNT-VISUAL.
         PRINT-TOTALS-PARA-EXIT.
         EXIT.
