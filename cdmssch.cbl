       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMSSCH.

      * End-of-day batch schedule reconciliation.  The SCHEDIN file
      * lists the CobolDMS modes operations expects to run, one card
      * per mode and job:
      *
      *     cols  1-2   mode, left justified as on the COBOLDMS PARM
      *     cols  4-11  job name, for the report only
      *     cols 13-22  DAILY, WEEKDAY (Monday to Friday) or a single
      *                 business date as YYYY-MM-DD
      *
      * A card with "*" in column 1 is a comment.  The entries due on
      * the business date are matched with the RUNCTL records written
      * for that date, and each is reported as it stands at the end
      * of the day: missing (never started), started but never ended,
      * aborted or ended with a nonzero return code, or pushed through
      * on the R override.  Runs in RUNCTL that the schedule does not
      * expect are listed as unscheduled.  The business date comes
      * from the PARM (or CTLCARD) as YYYY-MM-DD; with neither given
      * the current date is used.
      *
      * Return codes: 0 every scheduled run ended clean, 4 warnings
      * only (a run ended RC 1-7, went through on the override, or
      * was not on the schedule, or nothing was scheduled), 8 a run
      * is missing, never ended, aborted or ended RC 8 or higher, 16
      * a file would not open, the business date is not valid or a
      * table overflowed.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SCHEDULE-FILE ASSIGN TO "SCHEDIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-SCHEDULE.

             SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-RUN-CTL.

             SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FS-CONTROL-CARD.

       DATA DIVISION.
         FILE SECTION.
         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD.
             05 SC-MODE PIC X(02).
             05 FILLER PIC X.
             05 SC-JOB PIC X(08).
             05 FILLER PIC X.
             05 SC-WHEN PIC X(10).

      * The run-control record CobolDMS writes at start and end of
      * every protected batch mode
         FD RUN-CONTROL-FILE.
         01 RUN-CONTROL-RECORD.
             05 RC-MODE PIC X(02).
             05 FILLER PIC X.
             05 RC-DATE PIC X(10).
             05 FILLER PIC X.
             05 RC-STATUS PIC X(07).
             05 FILLER PIC X.
             05 RC-RECORDS PIC 9(07).
             05 FILLER PIC X.
             05 RC-RETURN-CODE PIC 9(02).
             05 FILLER PIC X.
             05 RC-OVERRIDE PIC X.

         FD CONTROL-CARD-FILE.
         01 CONTROL-CARD-RECORD PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-FS-SCHEDULE PIC XX.
         01 WS-FS-RUN-CTL PIC XX.
         01 WS-FS-CONTROL-CARD PIC XX.

         01 WS-PARM-STRING PIC X(80).
         01 WS-CURRENT-DATE-TIME PIC X(21).

      * Business date under reconciliation and its day of the week
      * (1 Monday through 7 Sunday) for WEEKDAY cards
         01 WS-BUS-DATE PIC X(10).
         01 WS-BUS-DATE-NUM.
             05 WS-BUS-YYYY PIC 9(04).
             05 WS-BUS-MM PIC 9(02).
             05 WS-BUS-DD PIC 9(02).
         01 WS-BUS-DATE-9 REDEFINES WS-BUS-DATE-NUM PIC 9(08).
         01 WS-BUS-DAY-NUM PIC 9.
         01 WS-BUS-DAY-NAME PIC X(09).

         01 WS-SCH-EOF-SWITCH PIC X VALUE "N".
             88 WS-SCH-EOF VALUE "Y".
         01 WS-RUN-EOF-SWITCH PIC X VALUE "N".
             88 WS-RUN-EOF VALUE "Y".
         01 WS-DUE-SWITCH PIC X.
             88 WS-SCH-DUE VALUE "Y".

      * Control totals
         01 WS-SCH-READ PIC 9(07) VALUE ZERO.
         01 WS-SCH-COMMENTS PIC 9(07) VALUE ZERO.
         01 WS-SCH-NOT-DUE PIC 9(07) VALUE ZERO.
         01 WS-RUN-READ PIC 9(07) VALUE ZERO.
         01 WS-RUN-OTHER-DATE PIC 9(07) VALUE ZERO.
         01 WS-RUN-ON-DATE PIC 9(07) VALUE ZERO.
         01 WS-OVERFLOW PIC 9(07) VALUE ZERO.

      * Finding counts
         01 WS-CNT-OK PIC 9(07) VALUE ZERO.
         01 WS-CNT-MISSING PIC 9(07) VALUE ZERO.
         01 WS-CNT-OPEN PIC 9(07) VALUE ZERO.
         01 WS-CNT-FAILED PIC 9(07) VALUE ZERO.
         01 WS-CNT-WARNING PIC 9(07) VALUE ZERO.
         01 WS-CNT-OVERRIDE PIC 9(07) VALUE ZERO.
         01 WS-CNT-UNSCHEDULED PIC 9(07) VALUE ZERO.

      * One entry per mode due today, scheduled entries first and
      * then any mode RUNCTL shows that the schedule did not expect.
      * The run state is that of the last RUNCTL record for the mode:
      * a STARTED with no ENDED or ABORTED after it is still open.
         01 WS-SCH-USED PIC 9(05) COMP VALUE ZERO.
         01 WS-SCH-IX PIC 9(05) COMP.
         01 WS-SCH-MODE PIC X(02).
         01 WS-SCH-FOUND-SWITCH PIC X.
             88 WS-SCH-FOUND VALUE "Y".
         01 WS-SCH-TABLE.
             05 WS-SCH-ENTRY OCCURS 100 TIMES.
                 10 WS-SCH-T-MODE PIC X(02).
                 10 WS-SCH-T-JOB PIC X(08).
                 10 WS-SCH-T-SCHEDULED PIC X.
                 10 WS-SCH-T-STARTS PIC 9(03).
                 10 WS-SCH-T-LAST PIC X(07).
                 10 WS-SCH-T-RC PIC 9(02).
                 10 WS-SCH-T-RECORDS PIC 9(07).
                 10 WS-SCH-T-OVERRIDE PIC X.

         01 WS-FINDING PIC X(30).
         01 WS-FINDING-RC PIC 99.
         01 WS-FINDING-WORK PIC X(30).

         01 WS-DETAIL-LINE.
             05 WS-DET-MODE PIC X(02).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-JOB PIC X(08).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-STARTS PIC ZZ9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-LAST PIC X(07).
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-RC PIC Z9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-RECORDS PIC ZZZZZZ9.
             05 FILLER PIC X(02) VALUE SPACE.
             05 WS-DET-FINDING PIC X(30).

         01 WS-FINAL-RC PIC 99 VALUE ZERO.
         01 WS-COUNT-VISUAL PIC ZZZZZZ9.

       LINKAGE SECTION.
         01 LK-PARM.
             05 LK-PARM-LEN PIC S9(4) COMP.
             05 LK-PARM-DATA PIC X(80).

       PROCEDURE DIVISION USING LK-PARM.
         CONTROL-PARA.
         PERFORM GET-BUSINESS-DATE-PARA THRU
             GET-BUSINESS-DATE-PARA-EXIT.

         DISPLAY "CDMSSCH - BATCH SCHEDULE RECONCILIATION".
         DISPLAY "BUSINESS DATE " WS-BUS-DATE " " WS-BUS-DAY-NAME.
         DISPLAY " ".

         OPEN INPUT SCHEDULE-FILE.
         IF WS-FS-SCHEDULE NOT = "00"
             DISPLAY "CDMSSCH: unable to open SCHEDIN, status "
                 WS-FS-SCHEDULE
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.
         PERFORM LOAD-SCHEDULE-PARA THRU LOAD-SCHEDULE-PARA-EXIT
             UNTIL WS-SCH-EOF.
         CLOSE SCHEDULE-FILE.

         OPEN INPUT RUN-CONTROL-FILE.
         IF WS-FS-RUN-CTL NOT = "00"
             DISPLAY "CDMSSCH: unable to open RUNCTL, status "
                 WS-FS-RUN-CTL
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.
         PERFORM READ-RUNCTL-PARA THRU READ-RUNCTL-PARA-EXIT
             UNTIL WS-RUN-EOF.
         CLOSE RUN-CONTROL-FILE.

         DISPLAY "MD  JOB       RUN  LAST     RC  RECORDS  FINDING".
         MOVE 1 TO WS-SCH-IX.
         PERFORM REPORT-ENTRY-PARA THRU REPORT-ENTRY-PARA-EXIT
             UNTIL WS-SCH-IX > WS-SCH-USED.
         IF WS-SCH-USED = ZERO
             DISPLAY "  NOTHING SCHEDULED OR RUN ON THIS DATE"
         END-IF.

         PERFORM PRINT-TOTALS-PARA THRU PRINT-TOTALS-PARA-EXIT.

         IF WS-CNT-WARNING > ZERO OR WS-CNT-OVERRIDE > ZERO
             OR WS-CNT-UNSCHEDULED > ZERO
             OR WS-SCH-USED = ZERO
             MOVE 4 TO WS-FINAL-RC
         END-IF.
         IF WS-CNT-MISSING > ZERO OR WS-CNT-OPEN > ZERO
             OR WS-CNT-FAILED > ZERO
             MOVE 8 TO WS-FINAL-RC
         END-IF.
         IF WS-OVERFLOW > ZERO
             MOVE 16 TO WS-FINAL-RC
         END-IF.
         MOVE WS-FINAL-RC TO RETURN-CODE.
         STOP RUN.



      * The PARM (or CTLCARD) names the business date; with neither
      * the run reconciles today, as CobolDMS stamps RUNCTL with the
      * date the run was submitted
         GET-BUSINESS-DATE-PARA.
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
         IF WS-PARM-STRING = SPACES
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             STRING WS-CURRENT-DATE-TIME(1:4) "-" DELIMITED BY SIZE
                 WS-CURRENT-DATE-TIME(5:2) "-" DELIMITED BY SIZE
                 WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
                 INTO WS-BUS-DATE
             END-STRING
         ELSE
             MOVE SPACES TO WS-BUS-DATE
             UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                 INTO WS-BUS-DATE
             END-UNSTRING
         END-IF.

         IF WS-BUS-DATE(1:4) NOT NUMERIC
             OR WS-BUS-DATE(5:1) NOT = "-"
             OR WS-BUS-DATE(6:2) NOT NUMERIC
             OR WS-BUS-DATE(8:1) NOT = "-"
             OR WS-BUS-DATE(9:2) NOT NUMERIC
             DISPLAY "CDMSSCH: business date " WS-BUS-DATE
                 " is not YYYY-MM-DD"
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.
         MOVE WS-BUS-DATE(1:4) TO WS-BUS-YYYY.
         MOVE WS-BUS-DATE(6:2) TO WS-BUS-MM.
         MOVE WS-BUS-DATE(9:2) TO WS-BUS-DD.
         IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
             OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
             OR WS-BUS-YYYY < 1601
             OR FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE-9) NOT = 0
             DISPLAY "CDMSSCH: business date " WS-BUS-DATE
                 " is not a valid date"
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-IF.

      * Day 1 of the integer calendar, 1601-01-01, was a Monday
         COMPUTE WS-BUS-DAY-NUM =
             FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-9)
                 - 1, 7) + 1.
           EVALUATE WS-BUS-DAY-NUM
               WHEN 1
                   MOVE "MONDAY" TO WS-BUS-DAY-NAME
               WHEN 2
                   MOVE "TUESDAY" TO WS-BUS-DAY-NAME
               WHEN 3
                   MOVE "WEDNESDAY" TO WS-BUS-DAY-NAME
               WHEN 4
                   MOVE "THURSDAY" TO WS-BUS-DAY-NAME
               WHEN 5
                   MOVE "FRIDAY" TO WS-BUS-DAY-NAME
               WHEN 6
                   MOVE "SATURDAY" TO WS-BUS-DAY-NAME
               WHEN OTHER
                   MOVE "SUNDAY" TO WS-BUS-DAY-NAME
           END-EVALUATE.
         GET-BUSINESS-DATE-PARA-EXIT.
         EXIT.



      * Tables each schedule card due on the business date
         LOAD-SCHEDULE-PARA.
         READ SCHEDULE-FILE
             AT END
                 MOVE "Y" TO WS-SCH-EOF-SWITCH
                 GO TO LOAD-SCHEDULE-PARA-EXIT
         END-READ.
         ADD 1 TO WS-SCH-READ.
         IF SCHEDULE-RECORD(1:1) = "*" OR SCHEDULE-RECORD = SPACES
             ADD 1 TO WS-SCH-COMMENTS
             GO TO LOAD-SCHEDULE-PARA-EXIT
         END-IF.

         MOVE "N" TO WS-DUE-SWITCH.
           EVALUATE SC-WHEN
               WHEN "DAILY"
                   MOVE "Y" TO WS-DUE-SWITCH
               WHEN "WEEKDAY"
                   IF WS-BUS-DAY-NUM < 6
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
               WHEN OTHER
                   IF SC-WHEN = WS-BUS-DATE
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
           END-EVALUATE.
         IF NOT WS-SCH-DUE
             ADD 1 TO WS-SCH-NOT-DUE
             GO TO LOAD-SCHEDULE-PARA-EXIT
         END-IF.

         IF WS-SCH-USED >= 100
             ADD 1 TO WS-OVERFLOW
             GO TO LOAD-SCHEDULE-PARA-EXIT
         END-IF.
         ADD 1 TO WS-SCH-USED.
         MOVE WS-SCH-USED TO WS-SCH-IX.
         MOVE SC-MODE TO WS-SCH-T-MODE(WS-SCH-IX).
         MOVE SC-JOB TO WS-SCH-T-JOB(WS-SCH-IX).
         MOVE "Y" TO WS-SCH-T-SCHEDULED(WS-SCH-IX).
         PERFORM CLEAR-ENTRY-PARA THRU CLEAR-ENTRY-PARA-EXIT.
         LOAD-SCHEDULE-PARA-EXIT.
         EXIT.

         CLEAR-ENTRY-PARA.
         MOVE ZERO TO WS-SCH-T-STARTS(WS-SCH-IX).
         MOVE SPACES TO WS-SCH-T-LAST(WS-SCH-IX).
         MOVE ZERO TO WS-SCH-T-RC(WS-SCH-IX).
         MOVE ZERO TO WS-SCH-T-RECORDS(WS-SCH-IX).
         MOVE "N" TO WS-SCH-T-OVERRIDE(WS-SCH-IX).
         CLEAR-ENTRY-PARA-EXIT.
         EXIT.



      * Applies each RUNCTL record for the business date to its
      * mode's entry, tabling modes the schedule did not expect
         READ-RUNCTL-PARA.
         READ RUN-CONTROL-FILE
             AT END
                 MOVE "Y" TO WS-RUN-EOF-SWITCH
                 GO TO READ-RUNCTL-PARA-EXIT
         END-READ.
         ADD 1 TO WS-RUN-READ.
         IF RC-DATE NOT = WS-BUS-DATE
             ADD 1 TO WS-RUN-OTHER-DATE
             GO TO READ-RUNCTL-PARA-EXIT
         END-IF.
         ADD 1 TO WS-RUN-ON-DATE.

         MOVE RC-MODE TO WS-SCH-MODE.
         PERFORM FIND-ENTRY-PARA THRU FIND-ENTRY-PARA-EXIT.
         IF NOT WS-SCH-FOUND
             IF WS-SCH-USED >= 100
                 ADD 1 TO WS-OVERFLOW
                 GO TO READ-RUNCTL-PARA-EXIT
             END-IF
             ADD 1 TO WS-SCH-USED
             MOVE WS-SCH-USED TO WS-SCH-IX
             MOVE RC-MODE TO WS-SCH-T-MODE(WS-SCH-IX)
             MOVE SPACES TO WS-SCH-T-JOB(WS-SCH-IX)
             MOVE "N" TO WS-SCH-T-SCHEDULED(WS-SCH-IX)
             PERFORM CLEAR-ENTRY-PARA THRU CLEAR-ENTRY-PARA-EXIT
         END-IF.

         IF RC-STATUS = "STARTED"
             ADD 1 TO WS-SCH-T-STARTS(WS-SCH-IX)
         ELSE
             MOVE RC-RETURN-CODE TO WS-SCH-T-RC(WS-SCH-IX)
             MOVE RC-RECORDS TO WS-SCH-T-RECORDS(WS-SCH-IX)
         END-IF.
         MOVE RC-STATUS TO WS-SCH-T-LAST(WS-SCH-IX).
         IF RC-OVERRIDE = "R"
             MOVE "Y" TO WS-SCH-T-OVERRIDE(WS-SCH-IX)
         END-IF.
         READ-RUNCTL-PARA-EXIT.
         EXIT.

      * Leaves WS-SCH-IX on the entry for WS-SCH-MODE when found
         FIND-ENTRY-PARA.
         MOVE "N" TO WS-SCH-FOUND-SWITCH.
         MOVE 1 TO WS-SCH-IX.
         PERFORM FIND-ENTRY-SCAN-PARA THRU FIND-ENTRY-SCAN-PARA-EXIT
             UNTIL WS-SCH-FOUND OR WS-SCH-IX > WS-SCH-USED.
         FIND-ENTRY-PARA-EXIT.
         EXIT.

         FIND-ENTRY-SCAN-PARA.
         IF WS-SCH-T-MODE(WS-SCH-IX) = WS-SCH-MODE
             MOVE "Y" TO WS-SCH-FOUND-SWITCH
         ELSE
             ADD 1 TO WS-SCH-IX
         END-IF.
         FIND-ENTRY-SCAN-PARA-EXIT.
         EXIT.



      * One line per entry.  The worst condition is the finding
      * shown; an override run that otherwise ended clean is still
      * reported, since someone chose to bypass the rerun check.
         REPORT-ENTRY-PARA.
         MOVE SPACES TO WS-FINDING.
         MOVE ZERO TO WS-FINDING-RC.
         IF WS-SCH-T-STARTS(WS-SCH-IX) = ZERO
             AND WS-SCH-T-LAST(WS-SCH-IX) = SPACES
             MOVE "** MISSING - NEVER STARTED" TO WS-FINDING
             MOVE 8 TO WS-FINDING-RC
             ADD 1 TO WS-CNT-MISSING
             GO TO REPORT-ENTRY-PARA-PRINT
         END-IF.
         IF WS-SCH-T-LAST(WS-SCH-IX) = "STARTED"
             MOVE "** STARTED, NEVER ENDED" TO WS-FINDING
             MOVE 8 TO WS-FINDING-RC
             ADD 1 TO WS-CNT-OPEN
             GO TO REPORT-ENTRY-PARA-PRINT
         END-IF.
         IF WS-SCH-T-LAST(WS-SCH-IX) = "ABORTED"
             OR WS-SCH-T-RC(WS-SCH-IX) >= 8
             MOVE "** FAILED" TO WS-FINDING
             MOVE 8 TO WS-FINDING-RC
             ADD 1 TO WS-CNT-FAILED
             GO TO REPORT-ENTRY-PARA-PRINT
         END-IF.
         IF WS-SCH-T-RC(WS-SCH-IX) > ZERO
             MOVE "ENDED WITH WARNINGS" TO WS-FINDING
             MOVE 4 TO WS-FINDING-RC
             ADD 1 TO WS-CNT-WARNING
         END-IF.

         REPORT-ENTRY-PARA-PRINT.
         IF WS-SCH-T-OVERRIDE(WS-SCH-IX) = "Y"
             ADD 1 TO WS-CNT-OVERRIDE
             IF WS-FINDING-RC = ZERO
                 MOVE "RERUN ON R OVERRIDE" TO WS-FINDING
                 MOVE 4 TO WS-FINDING-RC
             ELSE
                 MOVE WS-FINDING TO WS-FINDING-WORK
                 MOVE SPACES TO WS-FINDING
                 STRING WS-FINDING-WORK DELIMITED BY "  "
                     " (R)" DELIMITED BY SIZE
                     INTO WS-FINDING
                 END-STRING
             END-IF
         END-IF.
         IF WS-SCH-T-SCHEDULED(WS-SCH-IX) = "N"
             ADD 1 TO WS-CNT-UNSCHEDULED
             IF WS-FINDING-RC = ZERO
                 MOVE "NOT ON SCHEDULE" TO WS-FINDING
             END-IF
         END-IF.
         IF WS-FINDING = SPACES
             MOVE "OK" TO WS-FINDING
             ADD 1 TO WS-CNT-OK
         END-IF.

         MOVE SPACES TO WS-DETAIL-LINE.
         MOVE WS-SCH-T-MODE(WS-SCH-IX) TO WS-DET-MODE.
         IF WS-SCH-T-SCHEDULED(WS-SCH-IX) = "Y"
             MOVE WS-SCH-T-JOB(WS-SCH-IX) TO WS-DET-JOB
         ELSE
             MOVE "(NONE)" TO WS-DET-JOB
         END-IF.
         MOVE WS-SCH-T-STARTS(WS-SCH-IX) TO WS-DET-STARTS.
         MOVE WS-SCH-T-LAST(WS-SCH-IX) TO WS-DET-LAST.
         IF WS-SCH-T-LAST(WS-SCH-IX) = "ENDED"
             OR WS-SCH-T-LAST(WS-SCH-IX) = "ABORTED"
             MOVE WS-SCH-T-RC(WS-SCH-IX) TO WS-DET-RC
             MOVE WS-SCH-T-RECORDS(WS-SCH-IX) TO WS-DET-RECORDS
         END-IF.
         MOVE WS-FINDING TO WS-DET-FINDING.
         DISPLAY WS-DETAIL-LINE.
         ADD 1 TO WS-SCH-IX.
         REPORT-ENTRY-PARA-EXIT.
         EXIT.



         PRINT-TOTALS-PARA.
         DISPLAY " ".
         DISPLAY "CONTROL TOTALS".
         MOVE WS-SCH-READ TO WS-COUNT-VISUAL.
         DISPLAY "  SCHEDULE CARDS READ  " WS-COUNT-VISUAL.
         MOVE WS-SCH-COMMENTS TO WS-COUNT-VISUAL.
         DISPLAY "  COMMENTS / BLANK     " WS-COUNT-VISUAL.
         MOVE WS-SCH-NOT-DUE TO WS-COUNT-VISUAL.
         DISPLAY "  NOT DUE THIS DATE    " WS-COUNT-VISUAL.
         MOVE WS-RUN-READ TO WS-COUNT-VISUAL.
         DISPLAY "  RUNCTL RECORDS READ  " WS-COUNT-VISUAL.
         MOVE WS-RUN-ON-DATE TO WS-COUNT-VISUAL.
         DISPLAY "  ON BUSINESS DATE     " WS-COUNT-VISUAL.
         MOVE WS-RUN-OTHER-DATE TO WS-COUNT-VISUAL.
         DISPLAY "  OTHER DATES          " WS-COUNT-VISUAL.
         IF WS-OVERFLOW > ZERO
             MOVE WS-OVERFLOW TO WS-COUNT-VISUAL
             DISPLAY "  ** NOT TABLED (FULL) " WS-COUNT-VISUAL
         END-IF.
         DISPLAY " ".

         DISPLAY "FINDINGS".
         MOVE WS-CNT-OK TO WS-COUNT-VISUAL.
         DISPLAY "  OK                   " WS-COUNT-VISUAL.
         MOVE WS-CNT-MISSING TO WS-COUNT-VISUAL.
         DISPLAY "  MISSING              " WS-COUNT-VISUAL.
         MOVE WS-CNT-OPEN TO WS-COUNT-VISUAL.
         DISPLAY "  NEVER ENDED          " WS-COUNT-VISUAL.
         MOVE WS-CNT-FAILED TO WS-COUNT-VISUAL.
         DISPLAY "  FAILED (RC 8+)       " WS-COUNT-VISUAL.
         MOVE WS-CNT-WARNING TO WS-COUNT-VISUAL.
         DISPLAY "  WARNINGS (RC 1-7)    " WS-COUNT-VISUAL.
         MOVE WS-CNT-OVERRIDE TO WS-COUNT-VISUAL.
         DISPLAY "  R OVERRIDE USED      " WS-COUNT-VISUAL.
         MOVE WS-CNT-UNSCHEDULED TO WS-COUNT-VISUAL.
         DISPLAY "  NOT ON SCHEDULE      " WS-COUNT-VISUAL.
         PRINT-TOTALS-PARA-EXIT.
         EXIT.
