       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnSchdRea.
       AUTHOR. Pierre.

      *====================================================*
      * Reactionary delay propagation, run straight after   *
      * TrnSchdEvt so most knock-on delays no longer have   *
      * to be worked out by hand and keyed as departure     *
      * events:                                             *
      *   - takes in the controller's inbound delay events  *
      *     (arrival-events.dat, keyed on ARR-TRAIN-KEY),   *
      *     validated against tonight's arrivals            *
      *     (arrival-eff.dat) and the delay-reason master   *
      *     the same way TrnSchdEvt validates departure     *
      *     events, collapsed to the latest entry per train *
      *     and written to arrival-delay.dat for the        *
      *     arrivals board,                                 *
      *   - reads which arrival's unit forms which          *
      *     departure (through-working.dat), each checked   *
      *     against the effective schedules and against     *
      *     unit-asgn.dat,                                  *
      *   - forecasts each outbound departure's delay as    *
      *     the inbound delay less the spare turnround (the *
      *     booked gap beyond the unit's minimum            *
      *     turnround), and                                 *
      *   - writes the forecasts into delay-log.dat as      *
      *     reactionary entries carrying the inbound cause  *
      *     and the inbound working's key.                  *
      * A departure the controller has already keyed as     *
      * DELAYED or CANCELLED keeps that entry; the forecast *
      * is printed beside it for the controller to weigh.   *
      * Everything goes on reactionary.prt, and rejected    *
      * events or through-workings end the run with the     *
      * warning return code, as in TrnSchdEvt.              *
      *====================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRIVAL-FILE ASSIGN TO 'arrival-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARR-TRAIN-KEY.

           SELECT TRAIN-FILE ASSIGN TO 'train-eff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAIN-KEY.

           SELECT ARR-EVENT-FILE ASSIGN TO 'arrival-events.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARR-EVENT-STATUS.

           SELECT REASON-FILE ASSIGN TO 'delay-reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.

           SELECT ARR-DELAY-FILE ASSIGN TO 'arrival-delay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           SELECT THROUGH-FILE ASSIGN TO 'through-working.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-THROUGH-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'unit-asgn.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT DELAY-FILE ASSIGN TO 'delay-log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELAY-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'reactionary.prt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARRIVAL-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON ARRIVAL-RECORD-LENGTH.
           COPY ARRREC.

       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 21 TO 51 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
           COPY TRNREC.

      * one controller entry for an inbound working, keyed the
      * same way as delay-events.dat: the wall-clock timestamp
      * decides which of several entries for a train is current.
       FD ARR-EVENT-FILE.
       01 ARR-EVENT-RECORD.
           05 AEV-TIMESTAMP           PIC X(6).
           05 AEV-TRAIN-TYPE          PIC X(3).
           05 AEV-TRAIN-HOUR          PIC 99.
           05 AEV-TRAIN-MINUTES       PIC 99.
           05 AEV-DELAY-MINUTES       PIC 9(3).
           05 AEV-REASON-CODE         PIC X(4).
           05 AEV-STATUS              PIC X(9).
               88 AEV-ON-TIME         VALUE 'ON-TIME'.
               88 AEV-IS-DELAYED      VALUE 'DELAYED'.
               88 AEV-CANCELLED       VALUE 'CANCELLED'.

       FD REASON-FILE.
           COPY DLYRSN.

       FD ARR-DELAY-FILE.
           COPY ARDLYREC.

       FD THROUGH-FILE.
           COPY THRUREC.

       FD ASSIGN-FILE.
           COPY ASGNREC.

       FD DELAY-FILE.
           COPY DELAYREC.

       FD PRINT-FILE.
       01 PRINT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  ARRIVAL-RECORD-LENGTH       PIC 9(2) COMP.
       01  TRAIN-RECORD-LENGTH         PIC 9(2) COMP.
       01  WS-ARR-EVENT-STATUS         PIC XX.
       01  WS-REASON-STATUS            PIC XX.
       01  WS-THROUGH-STATUS           PIC XX.
       01  WS-ASSIGN-STATUS            PIC XX.
       01  WS-DELAY-STATUS             PIC XX.
       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.

       01  WS-RECORD-STATUS            PIC X VALUE 'V'.
           88 VALID-RECORD     VALUE 'V'.
           88 INVALID-RECORD   VALUE 'I'.
       01  WS-EVENT-REASON             PIC X(30) VALUE SPACES.

      * the turnround a unit is allowed when the through-working
      * does not give its own.
       01  WS-STANDARD-TURNROUND       PIC 9(2) VALUE 5.

       01  WS-MAX-ARRIVALS             PIC 9(4) VALUE 500.
       01  WS-ARRIVAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-ARRIVAL-TABLE.
           05 WS-ARRIVAL-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ARRIVAL-COUNT
               INDEXED BY ARV-IDX.
               10 WS-ARV-KEY.
                   15 WS-ARV-TYPE      PIC X(3).
                   15 WS-ARV-HOUR      PIC 99.
                   15 WS-ARV-MINUTES   PIC 99.
       01  WS-ARRIVAL-FOUND            PIC X VALUE 'N'.
           88 ARRIVAL-FOUND     VALUE 'Y'.
           88 ARRIVAL-NOT-FOUND VALUE 'N'.

       01  WS-MAX-TRAINS               PIC 9(4) VALUE 500.
       01  WS-TRAIN-COUNT              PIC 9(4) VALUE 0.
       01  WS-TRAIN-TABLE.
           05 WS-TRAIN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-TRAIN-COUNT
               INDEXED BY TRN-IDX.
               10 WS-TRN-KEY.
                   15 WS-TRN-TYPE      PIC X(3).
                   15 WS-TRN-HOUR      PIC 99.
                   15 WS-TRN-MINUTES   PIC 99.
       01  WS-TRAIN-FOUND              PIC X VALUE 'N'.
           88 TRAIN-FOUND       VALUE 'Y'.
           88 TRAIN-NOT-FOUND   VALUE 'N'.

       01  WS-MAX-REASONS              PIC 9(4) VALUE 50.
       01  WS-REASON-COUNT             PIC 9(4) VALUE 0.
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-REASON-COUNT
               INDEXED BY RSN-IDX.
               10 WS-RSN-CODE          PIC X(4).
       01  WS-REASON-FOUND             PIC X VALUE 'N'.
           88 REASON-FOUND      VALUE 'Y'.
           88 REASON-NOT-FOUND  VALUE 'N'.

       01  WS-MAX-ASSIGNS              PIC 9(4) VALUE 500.
       01  WS-ASSIGN-COUNT             PIC 9(4) VALUE 0.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ASSIGN-COUNT
               INDEXED BY ASG-IDX.
               10 WS-ASG-UNIT          PIC X(6).
               10 WS-ASG-TRAIN-KEY     PIC X(7).
       01  WS-ASSIGN-FOUND             PIC X VALUE 'N'.
           88 ASSIGN-FOUND      VALUE 'Y'.
           88 ASSIGN-NOT-FOUND  VALUE 'N'.

      * the accepted inbound events, one slot per arrival - a
      * later timestamp replaces the earlier entry, exactly as
      * TrnSchdEvt collapses the departure events.
       01  WS-MAX-INBOUND              PIC 9(4) VALUE 300.
       01  WS-INBOUND-COUNT            PIC 9(4) VALUE 0.
       01  WS-INBOUND-TABLE.
           05 WS-INBOUND-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-INBOUND-COUNT
               INDEXED BY INB-IDX.
               10 WS-INB-KEY.
                   15 WS-INB-TYPE      PIC X(3).
                   15 WS-INB-HOUR      PIC 99.
                   15 WS-INB-MINUTES   PIC 99.
               10 WS-INB-DELAY-MINS    PIC 9(3).
               10 WS-INB-REASON        PIC X(4).
               10 WS-INB-STATUS        PIC X(9).
                   88 WS-INB-DELAYED   VALUE 'DELAYED'.
                   88 WS-INB-CANCELLED VALUE 'CANCELLED'.
               10 WS-INB-STAMP         PIC X(6).
       01  WS-INBOUND-FOUND            PIC X VALUE 'N'.
           88 INBOUND-FOUND     VALUE 'Y'.
           88 INBOUND-NOT-FOUND VALUE 'N'.

      * the valid through-workings, in the order they were read.
       01  WS-MAX-THROUGH              PIC 9(4) VALUE 300.
       01  WS-THROUGH-COUNT            PIC 9(4) VALUE 0.
       01  WS-THROUGH-TABLE.
           05 WS-THROUGH-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-THROUGH-COUNT
               INDEXED BY THR-IDX.
               10 WS-THR-ARR-KEY.
                   15 WS-THR-ARR-TYPE  PIC X(3).
                   15 WS-THR-ARR-HOUR  PIC 99.
                   15 WS-THR-ARR-MINUTES PIC 99.
               10 WS-THR-DEP-KEY.
                   15 WS-THR-DEP-TYPE  PIC X(3).
                   15 WS-THR-DEP-HOUR  PIC 99.
                   15 WS-THR-DEP-MINUTES PIC 99.
               10 WS-THR-UNIT          PIC X(6).
               10 WS-THR-SPARE         PIC 9(4).

      * delay-log.dat as TrnSchdEvt left it, plus the forecasts;
      * the whole table is written back at the end.
       01  WS-MAX-DELAYS               PIC 9(4) VALUE 300.
       01  WS-DELAY-COUNT              PIC 9(4) VALUE 0.
       01  WS-DELAY-TABLE.
           05 WS-DELAY-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-DELAY-COUNT
               INDEXED BY DLY-IDX.
               10 WS-DLY-KEY.
                   15 WS-DLY-TYPE      PIC X(3).
                   15 WS-DLY-HOUR      PIC 99.
                   15 WS-DLY-MINUTES   PIC 99.
               10 WS-DLY-DELAY-MINS    PIC 9(3).
               10 WS-DLY-REASON        PIC X(4).
               10 WS-DLY-STATUS        PIC X(9).
                   88 WS-DLY-ON-TIME   VALUE 'ON-TIME'.
               10 WS-DLY-KIND          PIC X(1).
                   88 WS-DLY-REACTIONARY VALUE 'R'.
               10 WS-DLY-CAUSE         PIC X(7).
       01  WS-DELAY-FOUND              PIC X VALUE 'N'.
           88 DELAY-FOUND       VALUE 'Y'.
           88 DELAY-NOT-FOUND   VALUE 'N'.

       01  WS-SUB                      PIC 9(4).
       01  WS-ARR-TOTAL-MIN            PIC 9(4).
       01  WS-DEP-TOTAL-MIN            PIC 9(4).
       01  WS-TURNROUND                PIC 9(2).
       01  WS-SPARE                    PIC S9(4).
       01  WS-FORECAST                 PIC S9(4).
       01  WS-RESULT-TEXT              PIC X(22).

       01  WS-EVENT-READ-COUNT         PIC 9(6) VALUE 0.
       01  WS-EVENT-REJECT-COUNT       PIC 9(6) VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(6) VALUE 0.
       01  WS-THROUGH-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-THROUGH-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-FORECAST-COUNT           PIC 9(6) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(6) VALUE 0.

      * worst condition seen this run, handed back as the return
      * code so TrnSchdDrv sees rejections as a warning:
      * 4 = inbound event(s) or through-working(s) rejected.
       01  WS-WORST-RESULT             PIC 9 VALUE 0.

       01  WS-HEADING-1                PIC X(40) VALUE
           'REACTIONARY DELAY PROPAGATION'.

       01  WS-SECTION-LINE             PIC X(40).

       01  WS-EVENT-ERROR-LINE.
           05 FILLER                   PIC X(3) VALUE '  ['.
           05 EE-STAMP                 PIC X(6).
           05 FILLER                   PIC X(2) VALUE '] '.
           05 EE-TYPE                  PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EE-TIME                  PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EE-TEXT                  PIC X(30).

       01  WS-THROUGH-ERROR-LINE.
           05 FILLER                   PIC X(6) VALUE '  ARR '.
           05 TE-ARR-TYPE              PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 TE-ARR-TIME              PIC X(5).
           05 FILLER                   PIC X(6) VALUE '  DEP '.
           05 TE-DEP-TYPE              PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 TE-DEP-TIME              PIC X(5).
           05 FILLER                   PIC X(7) VALUE '  UNIT '.
           05 TE-UNIT                  PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TE-TEXT                  PIC X(30).

       01  WS-FORECAST-HEADING.
           05 FILLER                   PIC X(13) VALUE '  INBOUND'.
           05 FILLER                   PIC X(12) VALUE 'LATE'.
           05 FILLER                   PIC X(16) VALUE 'CAUSE'.
           05 FILLER                   PIC X(12) VALUE 'FORMS'.
           05 FILLER                   PIC X(6) VALUE 'SPARE'.
           05 FILLER                   PIC X(14) VALUE 'FORECAST'.
           05 FILLER                   PIC X(22) VALUE 'RESULT'.

       01  WS-FORECAST-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FL-ARR-TYPE              PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FL-ARR-TIME              PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FL-LATE                  PIC X(9).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FL-CAUSE                 PIC X(4).
           05 FILLER                   PIC X(12) VALUE
               '        -> '.
           05 FL-DEP-TYPE              PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FL-DEP-TIME              PIC X(5).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FL-SPARE                 PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FL-FORECAST              PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FL-RESULT                PIC X(22).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(16) VALUE
               'INBOUND EVENTS: '.
           05 TL-EVENTS                PIC ZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  REJECTED: '.
           05 TL-EVENTS-REJECTED       PIC ZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  WORKINGS: '.
           05 TL-THROUGH               PIC ZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               '  REJECTED: '.
           05 TL-THROUGH-REJECTED      PIC ZZZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '  WRITTEN: '.
           05 TL-WRITTEN               PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-LOAD-ARRIVALS
           PERFORM 0600-LOAD-TRAINS
           PERFORM 0700-LOAD-REASONS
           PERFORM 0800-LOAD-ASSIGNMENTS
           PERFORM 0900-LOAD-DELAY-LOG
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-LINE FROM WS-HEADING-1
           WRITE PRINT-LINE FROM SPACES
           MOVE 'INBOUND EVENT EXCEPTIONS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           PERFORM 1000-READ-ARR-EVENTS
           IF WS-EVENT-REJECT-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           PERFORM 2000-WRITE-ARRIVAL-DELAYS
           WRITE PRINT-LINE FROM SPACES
           MOVE 'THROUGH-WORKING EXCEPTIONS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           PERFORM 3000-READ-THROUGH-WORKINGS
           IF WS-THROUGH-REJECT-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE 'REACTIONARY FORECASTS' TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-FORECAST-HEADING
           PERFORM 4000-PROPAGATE-ONE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-THROUGH-COUNT
           IF WS-FORECAST-COUNT = 0
               MOVE '  (NONE)' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF
           PERFORM 5000-REWRITE-DELAY-LOG
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-EVENT-READ-COUNT TO TL-EVENTS
           MOVE WS-EVENT-REJECT-COUNT TO TL-EVENTS-REJECTED
           MOVE WS-THROUGH-READ-COUNT TO TL-THROUGH
           MOVE WS-THROUGH-REJECT-COUNT TO TL-THROUGH-REJECTED
           MOVE WS-WRITTEN-COUNT TO TL-WRITTEN
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           CLOSE PRINT-FILE
           DISPLAY "Reactionary delays: " WS-EVENT-READ-COUNT
               " inbound event(s), " WS-EVENT-REJECT-COUNT
               " rejected; " WS-THROUGH-READ-COUNT
               " through-working(s), " WS-THROUGH-REJECT-COUNT
               " rejected; " WS-WRITTEN-COUNT
               " reactionary delay(s) written."
           IF WS-WORST-RESULT > 0
               MOVE WS-WORST-RESULT TO RETURN-CODE
           END-IF
           GOBACK.

      * Only the keys are needed - an inbound event or a
      * through-working is valid when the arrival it names
      * arrives today.
       0500-LOAD-ARRIVALS.
           OPEN INPUT ARRIVAL-FILE
           PERFORM UNTIL EOF
               READ ARRIVAL-FILE NEXT RECORD INTO ARRIVAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ARRIVAL-COUNT < WS-MAX-ARRIVALS
                           ADD 1 TO WS-ARRIVAL-COUNT
                           MOVE ARR-TRAIN-KEY
                               TO WS-ARV-KEY (WS-ARRIVAL-COUNT)
                       ELSE
                           DISPLAY "WARNING: arrival-eff.dat "
                               "exceeds " WS-MAX-ARRIVALS
                               " entries; remainder ignored."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-FILE
           MOVE 'N' TO WS-END-OF-FILE.

       0600-LOAD-TRAINS.
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL EOF
               READ TRAIN-FILE NEXT RECORD INTO TRAIN-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-TRAIN-COUNT < WS-MAX-TRAINS
                           ADD 1 TO WS-TRAIN-COUNT
                           MOVE TRAIN-KEY
                               TO WS-TRN-KEY (WS-TRAIN-COUNT)
                       ELSE
                           DISPLAY "WARNING: train-eff.dat "
                               "exceeds " WS-MAX-TRAINS
                               " entries; remainder ignored."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE
           MOVE 'N' TO WS-END-OF-FILE.

      * Same fallback as TrnSchdEvt: with no reason master every
      * code is accepted unchecked.
       0700-LOAD-REASONS.
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS NOT = '00'
               DISPLAY "No delay-reason.dat found; reason codes "
                       "accepted unchecked."
           ELSE
               PERFORM UNTIL EOF
                   READ REASON-FILE INTO DELAY-REASON-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REASON-COUNT < WS-MAX-REASONS
                               ADD 1 TO WS-REASON-COUNT
                               MOVE RSN-CODE
                                   TO WS-RSN-CODE
                                       (WS-REASON-COUNT)
                           ELSE
                               DISPLAY "WARNING: delay-reason.dat "
                                   "exceeds " WS-MAX-REASONS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0800-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY "No unit-asgn.dat found; every "
                       "through-working will be rejected."
           ELSE
               PERFORM UNTIL EOF
                   READ ASSIGN-FILE INTO ASSIGN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-ASSIGN-COUNT < WS-MAX-ASSIGNS
                               ADD 1 TO WS-ASSIGN-COUNT
                               MOVE ASG-UNIT-NUMBER
                                   TO WS-ASG-UNIT (WS-ASSIGN-COUNT)
                               MOVE ASSIGN-RECORD (7:7)
                                   TO WS-ASG-TRAIN-KEY
                                       (WS-ASSIGN-COUNT)
                           ELSE
                               DISPLAY "WARNING: unit-asgn.dat "
                                   "exceeds " WS-MAX-ASSIGNS
                                   " entries; remainder ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * The controller's own entries are kept as they are. Any
      * reactionary entry is from an earlier run of this step
      * and is dropped, so a rerun forecasts afresh instead of
      * building on its own output.
       0900-LOAD-DELAY-LOG.
           OPEN INPUT DELAY-FILE
           IF WS-DELAY-STATUS NOT = '00'
               DISPLAY "No delay-log.dat found; reactionary "
                       "delays written to a new one."
           ELSE
               PERFORM UNTIL EOF
                   READ DELAY-FILE INTO DELAY-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF NOT DELAY-REACTIONARY
                               PERFORM 0910-STORE-DELAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELAY-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

       0910-STORE-DELAY.
           IF WS-DELAY-COUNT < WS-MAX-DELAYS
               ADD 1 TO WS-DELAY-COUNT
               MOVE DELAY-TRAIN-TYPE TO WS-DLY-TYPE (WS-DELAY-COUNT)
               MOVE DELAY-TRAIN-HOUR TO WS-DLY-HOUR (WS-DELAY-COUNT)
               MOVE DELAY-TRAIN-MINUTES
                   TO WS-DLY-MINUTES (WS-DELAY-COUNT)
               MOVE DELAY-MINUTES
                   TO WS-DLY-DELAY-MINS (WS-DELAY-COUNT)
               MOVE DELAY-REASON-CODE
                   TO WS-DLY-REASON (WS-DELAY-COUNT)
               MOVE DELAY-STATUS TO WS-DLY-STATUS (WS-DELAY-COUNT)
               MOVE SPACE TO WS-DLY-KIND (WS-DELAY-COUNT)
               MOVE SPACES TO WS-DLY-CAUSE (WS-DELAY-COUNT)
           ELSE
               DISPLAY "WARNING: delay-log.dat exceeds "
                   WS-MAX-DELAYS " entries; remainder ignored."
           END-IF.

       1000-READ-ARR-EVENTS.
           OPEN INPUT ARR-EVENT-FILE
           IF WS-ARR-EVENT-STATUS NOT = '00'
               DISPLAY "No arrival-events.dat found; no inbound "
                       "delays today."
           ELSE
               PERFORM UNTIL EOF
                   READ ARR-EVENT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-EVENT-READ-COUNT
                           PERFORM 1100-VALIDATE-EVENT
                           IF VALID-RECORD
                               PERFORM 1500-STORE-EVENT
                           ELSE
                               PERFORM 1900-WRITE-EVENT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARR-EVENT-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * TrnSchdEvt's checks in TrnSchdEvt's order, against the
      * arrivals schedule instead of the departures.
       1100-VALIDATE-EVENT.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-EVENT-REASON
           IF AEV-TRAIN-HOUR IS NOT NUMERIC
                   OR AEV-TRAIN-HOUR > 23
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-HOUR' TO WS-EVENT-REASON
           ELSE
               IF AEV-TRAIN-MINUTES IS NOT NUMERIC
                       OR AEV-TRAIN-MINUTES > 59
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-MINUTE' TO WS-EVENT-REASON
               ELSE
                   IF AEV-TRAIN-TYPE = SPACES
                       SET INVALID-RECORD TO TRUE
                       MOVE 'BAD-TYPE' TO WS-EVENT-REASON
                   ELSE
                       PERFORM 1200-VALIDATE-DETAIL
                   END-IF
               END-IF
           END-IF.

       1200-VALIDATE-DETAIL.
           IF NOT AEV-ON-TIME AND NOT AEV-IS-DELAYED
                   AND NOT AEV-CANCELLED
               SET INVALID-RECORD TO TRUE
               MOVE 'BAD-STATUS' TO WS-EVENT-REASON
           ELSE
               IF AEV-IS-DELAYED
                       AND AEV-DELAY-MINUTES IS NOT NUMERIC
                   SET INVALID-RECORD TO TRUE
                   MOVE 'BAD-DELAY-MINUTES' TO WS-EVENT-REASON
               ELSE
                   PERFORM 1300-CHECK-ARRIVAL
                   IF ARRIVAL-NOT-FOUND
                       SET INVALID-RECORD TO TRUE
                       MOVE 'NO SUCH ARRIVAL TODAY'
                           TO WS-EVENT-REASON
                   ELSE
                       PERFORM 1400-CHECK-REASON
                       IF REASON-NOT-FOUND
                           SET INVALID-RECORD TO TRUE
                           MOVE 'UNKNOWN REASON CODE'
                               TO WS-EVENT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1300-CHECK-ARRIVAL.
           SET ARRIVAL-NOT-FOUND TO TRUE
           IF WS-ARRIVAL-COUNT > 0
               SET ARV-IDX TO 1
               SEARCH WS-ARRIVAL-ENTRY
                   AT END
                       SET ARRIVAL-NOT-FOUND TO TRUE
                   WHEN WS-ARV-TYPE (ARV-IDX) = AEV-TRAIN-TYPE
                       AND WS-ARV-HOUR (ARV-IDX) = AEV-TRAIN-HOUR
                       AND WS-ARV-MINUTES (ARV-IDX)
                           = AEV-TRAIN-MINUTES
                       SET ARRIVAL-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * An on-time event needs no reason; anything else must name
      * a code the master knows.
       1400-CHECK-REASON.
           SET REASON-FOUND TO TRUE
           IF NOT AEV-ON-TIME AND WS-REASON-COUNT > 0
               SET REASON-NOT-FOUND TO TRUE
               SET RSN-IDX TO 1
               SEARCH WS-REASON-ENTRY
                   AT END
                       SET REASON-NOT-FOUND TO TRUE
                   WHEN WS-RSN-CODE (RSN-IDX) = AEV-REASON-CODE
                       SET REASON-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * One slot per arrival; a later (or equal) timestamp
      * replaces what is there, an earlier one is dropped as
      * superseded - TrnSchdEvt's 2000-STORE-EVENT rule.
       1500-STORE-EVENT.
           SET INBOUND-NOT-FOUND TO TRUE
           IF WS-INBOUND-COUNT > 0
               SET INB-IDX TO 1
               SEARCH WS-INBOUND-ENTRY
                   AT END
                       SET INBOUND-NOT-FOUND TO TRUE
                   WHEN WS-INB-TYPE (INB-IDX) = AEV-TRAIN-TYPE
                       AND WS-INB-HOUR (INB-IDX) = AEV-TRAIN-HOUR
                       AND WS-INB-MINUTES (INB-IDX)
                           = AEV-TRAIN-MINUTES
                       SET INBOUND-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF INBOUND-FOUND
               ADD 1 TO WS-SUPERSEDED-COUNT
               IF AEV-TIMESTAMP >= WS-INB-STAMP (INB-IDX)
                   PERFORM 1600-FILL-SLOT
               END-IF
           ELSE
               IF WS-INBOUND-COUNT < WS-MAX-INBOUND
                   ADD 1 TO WS-INBOUND-COUNT
                   SET INB-IDX TO WS-INBOUND-COUNT
                   PERFORM 1600-FILL-SLOT
               ELSE
                   DISPLAY "WARNING: more than " WS-MAX-INBOUND
                       " distinct trains in arrival-events.dat; "
                       "remainder rejected."
                   MOVE 'TOO MANY TRAINS' TO WS-EVENT-REASON
                   PERFORM 1900-WRITE-EVENT-EXCEPTION
               END-IF
           END-IF.

       1600-FILL-SLOT.
           MOVE AEV-TRAIN-TYPE TO WS-INB-TYPE (INB-IDX)
           MOVE AEV-TRAIN-HOUR TO WS-INB-HOUR (INB-IDX)
           MOVE AEV-TRAIN-MINUTES TO WS-INB-MINUTES (INB-IDX)
           IF AEV-IS-DELAYED
               MOVE AEV-DELAY-MINUTES
                   TO WS-INB-DELAY-MINS (INB-IDX)
           ELSE
               MOVE 0 TO WS-INB-DELAY-MINS (INB-IDX)
           END-IF
           MOVE AEV-REASON-CODE TO WS-INB-REASON (INB-IDX)
           MOVE AEV-STATUS TO WS-INB-STATUS (INB-IDX)
           MOVE AEV-TIMESTAMP TO WS-INB-STAMP (INB-IDX).

       1900-WRITE-EVENT-EXCEPTION.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           ADD 1 TO WS-EVENT-REJECT-COUNT
           MOVE AEV-TIMESTAMP TO EE-STAMP
           MOVE AEV-TRAIN-TYPE TO EE-TYPE
           MOVE SPACES TO EE-TIME
           STRING AEV-TRAIN-HOUR ':' AEV-TRAIN-MINUTES
               DELIMITED BY SIZE INTO EE-TIME
           MOVE WS-EVENT-REASON TO EE-TEXT
           WRITE PRINT-LINE FROM WS-EVENT-ERROR-LINE.

      * The clean inbound log the arrivals board reads; written
      * (empty if need be) every run so yesterday's late running
      * never shows on today's board.
       2000-WRITE-ARRIVAL-DELAYS.
           OPEN OUTPUT ARR-DELAY-FILE
           PERFORM 2100-WRITE-ONE-ARRIVAL-DELAY
               VARYING INB-IDX FROM 1 BY 1
               UNTIL INB-IDX > WS-INBOUND-COUNT
           CLOSE ARR-DELAY-FILE.

       2100-WRITE-ONE-ARRIVAL-DELAY.
           MOVE WS-INB-TYPE (INB-IDX) TO ADLY-TRAIN-TYPE
           MOVE WS-INB-HOUR (INB-IDX) TO ADLY-TRAIN-HOUR
           MOVE WS-INB-MINUTES (INB-IDX) TO ADLY-TRAIN-MINUTES
           MOVE WS-INB-DELAY-MINS (INB-IDX) TO ADLY-DELAY-MINUTES
           MOVE WS-INB-REASON (INB-IDX) TO ADLY-REASON-CODE
           MOVE WS-INB-STATUS (INB-IDX) TO ADLY-STATUS
           WRITE ARRIVAL-DELAY-RECORD.

       3000-READ-THROUGH-WORKINGS.
           OPEN INPUT THROUGH-FILE
           IF WS-THROUGH-STATUS NOT = '00'
               DISPLAY "No through-working.dat found; no "
                       "reactionary delays forecast."
           ELSE
               PERFORM UNTIL EOF
                   READ THROUGH-FILE INTO THROUGH-WORKING-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-THROUGH-READ-COUNT
                           PERFORM 3100-VALIDATE-THROUGH
                           IF VALID-RECORD
                               PERFORM 3500-STORE-THROUGH
                           ELSE
                               PERFORM 3900-WRITE-THROUGH-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THROUGH-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF.

      * Both ends must run today, the unit must actually be the
      * one assigned to the departure in unit-asgn.dat, and the
      * departure must leave after the arrival gets in - a
      * working turned round over midnight is not forecast.
       3100-VALIDATE-THROUGH.
           SET VALID-RECORD TO TRUE
           MOVE SPACES TO WS-EVENT-REASON
           SET ARRIVAL-NOT-FOUND TO TRUE
           IF WS-ARRIVAL-COUNT > 0
               SET ARV-IDX TO 1
               SEARCH WS-ARRIVAL-ENTRY
                   WHEN WS-ARV-KEY (ARV-IDX) = THR-ARR-TRAIN-KEY
                       SET ARRIVAL-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF ARRIVAL-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'NO SUCH ARRIVAL TODAY' TO WS-EVENT-REASON
           ELSE
               PERFORM 3200-VALIDATE-DEPARTURE
           END-IF.

       3200-VALIDATE-DEPARTURE.
           SET TRAIN-NOT-FOUND TO TRUE
           IF WS-TRAIN-COUNT > 0
               SET TRN-IDX TO 1
               SEARCH WS-TRAIN-ENTRY
                   WHEN WS-TRN-KEY (TRN-IDX) = THR-DEP-TRAIN-KEY
                       SET TRAIN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF TRAIN-NOT-FOUND
               SET INVALID-RECORD TO TRUE
               MOVE 'NO SUCH DEPARTURE TODAY' TO WS-EVENT-REASON
           ELSE
               SET ASSIGN-NOT-FOUND TO TRUE
               IF WS-ASSIGN-COUNT > 0
                   SET ASG-IDX TO 1
                   SEARCH WS-ASSIGN-ENTRY
                       WHEN WS-ASG-UNIT (ASG-IDX) = THR-UNIT-NUMBER
                           AND WS-ASG-TRAIN-KEY (ASG-IDX)
                               = THR-DEP-TRAIN-KEY
                           SET ASSIGN-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF ASSIGN-NOT-FOUND
                   SET INVALID-RECORD TO TRUE
                   MOVE 'UNIT NOT ASSIGNED TO DEPARTURE'
                       TO WS-EVENT-REASON
               ELSE
                   COMPUTE WS-ARR-TOTAL-MIN =
                       THR-ARR-HOUR * 60 + THR-ARR-MINUTES
                   COMPUTE WS-DEP-TOTAL-MIN =
                       THR-DEP-HOUR * 60 + THR-DEP-MINUTES
                   IF WS-DEP-TOTAL-MIN < WS-ARR-TOTAL-MIN
                       SET INVALID-RECORD TO TRUE
                       MOVE 'DEPARTS BEFORE ARRIVAL'
                           TO WS-EVENT-REASON
                   END-IF
               END-IF
           END-IF.

      * The spare turnround is the booked gap less the unit's
      * minimum turnround; a working booked tighter than that has
      * no spare at all.
       3500-STORE-THROUGH.
           IF WS-THROUGH-COUNT < WS-MAX-THROUGH
               ADD 1 TO WS-THROUGH-COUNT
               MOVE THR-ARR-TRAIN-KEY
                   TO WS-THR-ARR-KEY (WS-THROUGH-COUNT)
               MOVE THR-DEP-TRAIN-KEY
                   TO WS-THR-DEP-KEY (WS-THROUGH-COUNT)
               MOVE THR-UNIT-NUMBER
                   TO WS-THR-UNIT (WS-THROUGH-COUNT)
               IF THR-MIN-TURNROUND IS NUMERIC
                   MOVE THR-MIN-TURNROUND TO WS-TURNROUND
               ELSE
                   MOVE WS-STANDARD-TURNROUND TO WS-TURNROUND
               END-IF
               COMPUTE WS-SPARE = WS-DEP-TOTAL-MIN
                   - WS-ARR-TOTAL-MIN - WS-TURNROUND
               IF WS-SPARE < 0
                   MOVE 0 TO WS-SPARE
               END-IF
               MOVE WS-SPARE TO WS-THR-SPARE (WS-THROUGH-COUNT)
           ELSE
               DISPLAY "WARNING: through-working.dat exceeds "
                   WS-MAX-THROUGH " entries; remainder ignored."
           END-IF.

       3900-WRITE-THROUGH-EXCEPTION.
           IF WS-WORST-RESULT < 4
               MOVE 4 TO WS-WORST-RESULT
           END-IF
           ADD 1 TO WS-THROUGH-REJECT-COUNT
           MOVE THR-ARR-TYPE TO TE-ARR-TYPE
           MOVE SPACES TO TE-ARR-TIME
           STRING THR-ARR-HOUR ':' THR-ARR-MINUTES
               DELIMITED BY SIZE INTO TE-ARR-TIME
           MOVE THR-DEP-TYPE TO TE-DEP-TYPE
           MOVE SPACES TO TE-DEP-TIME
           STRING THR-DEP-HOUR ':' THR-DEP-MINUTES
               DELIMITED BY SIZE INTO TE-DEP-TIME
           MOVE THR-UNIT-NUMBER TO TE-UNIT
           MOVE WS-EVENT-REASON TO TE-TEXT
           WRITE PRINT-LINE FROM WS-THROUGH-ERROR-LINE.

      * Through-working WS-SUB: nothing to do unless its inbound
      * is late or cancelled. A cancelled inbound leaves the
      * departure without its unit - no delay can be forecast,
      * but the line is printed for the controller to act on.
       4000-PROPAGATE-ONE.
           SET INBOUND-NOT-FOUND TO TRUE
           IF WS-INBOUND-COUNT > 0
               SET INB-IDX TO 1
               SEARCH WS-INBOUND-ENTRY
                   WHEN WS-INB-KEY (INB-IDX)
                           = WS-THR-ARR-KEY (WS-SUB)
                       SET INBOUND-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF INBOUND-FOUND
               IF WS-INB-DELAYED (INB-IDX)
                   OR WS-INB-CANCELLED (INB-IDX)
                   ADD 1 TO WS-FORECAST-COUNT
                   PERFORM 4100-FORECAST-ONE
               END-IF
           END-IF.

       4100-FORECAST-ONE.
           MOVE 0 TO WS-FORECAST
           IF WS-INB-CANCELLED (INB-IDX)
               MOVE 'INBOUND CANCELLED' TO WS-RESULT-TEXT
           ELSE
               COMPUTE WS-FORECAST = WS-INB-DELAY-MINS (INB-IDX)
                   - WS-THR-SPARE (WS-SUB)
               IF WS-FORECAST > 999
                   MOVE 999 TO WS-FORECAST
               END-IF
               IF WS-FORECAST > 0
                   PERFORM 4200-APPLY-FORECAST
               ELSE
                   MOVE 0 TO WS-FORECAST
                   MOVE 'ABSORBED IN TURNROUND' TO WS-RESULT-TEXT
               END-IF
           END-IF
           PERFORM 4900-WRITE-FORECAST-LINE.

      * The departure's slot in the delay log: none (or the
      * controller's ON-TIME) takes the forecast; another
      * forecast - a departure formed by two inbound units -
      * keeps the larger; a DELAYED or CANCELLED entry the
      * controller keyed stands.
       4200-APPLY-FORECAST.
           SET DELAY-NOT-FOUND TO TRUE
           IF WS-DELAY-COUNT > 0
               SET DLY-IDX TO 1
               SEARCH WS-DELAY-ENTRY
                   WHEN WS-DLY-KEY (DLY-IDX)
                           = WS-THR-DEP-KEY (WS-SUB)
                       SET DELAY-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN DELAY-NOT-FOUND
                   IF WS-DELAY-COUNT < WS-MAX-DELAYS
                       ADD 1 TO WS-DELAY-COUNT
                       SET DLY-IDX TO WS-DELAY-COUNT
                       ADD 1 TO WS-WRITTEN-COUNT
                       PERFORM 4300-FILL-REACTIONARY
                       MOVE 'WRITTEN' TO WS-RESULT-TEXT
                   ELSE
                       DISPLAY "WARNING: delay-log.dat would "
                           "exceed " WS-MAX-DELAYS " entries; "
                           "forecast not written."
                       MOVE 'DELAY LOG FULL' TO WS-RESULT-TEXT
                   END-IF
               WHEN WS-DLY-REACTIONARY (DLY-IDX)
                   IF WS-FORECAST > WS-DLY-DELAY-MINS (DLY-IDX)
                       PERFORM 4300-FILL-REACTIONARY
                       MOVE 'WRITTEN' TO WS-RESULT-TEXT
                   ELSE
                       MOVE 'LARGER FORECAST KEPT'
                           TO WS-RESULT-TEXT
                   END-IF
               WHEN WS-DLY-ON-TIME (DLY-IDX)
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM 4300-FILL-REACTIONARY
                   MOVE 'WRITTEN' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'CONTROLLER ENTRY KEPT' TO WS-RESULT-TEXT
           END-EVALUATE.

       4300-FILL-REACTIONARY.
           MOVE WS-THR-DEP-KEY (WS-SUB) TO WS-DLY-KEY (DLY-IDX)
           MOVE WS-FORECAST TO WS-DLY-DELAY-MINS (DLY-IDX)
           MOVE WS-INB-REASON (INB-IDX) TO WS-DLY-REASON (DLY-IDX)
           MOVE 'DELAYED' TO WS-DLY-STATUS (DLY-IDX)
           MOVE 'R' TO WS-DLY-KIND (DLY-IDX)
           MOVE WS-THR-ARR-KEY (WS-SUB) TO WS-DLY-CAUSE (DLY-IDX).

       4900-WRITE-FORECAST-LINE.
           MOVE WS-THR-ARR-TYPE (WS-SUB) TO FL-ARR-TYPE
           MOVE SPACES TO FL-ARR-TIME
           STRING WS-THR-ARR-HOUR (WS-SUB) ':'
               WS-THR-ARR-MINUTES (WS-SUB)
               DELIMITED BY SIZE INTO FL-ARR-TIME
           IF WS-INB-CANCELLED (INB-IDX)
               MOVE 'CANCELLED' TO FL-LATE
           ELSE
               MOVE SPACES TO FL-LATE
               STRING '+' WS-INB-DELAY-MINS (INB-IDX) ' MIN'
                   DELIMITED BY SIZE INTO FL-LATE
           END-IF
           MOVE WS-INB-REASON (INB-IDX) TO FL-CAUSE
           MOVE WS-THR-DEP-TYPE (WS-SUB) TO FL-DEP-TYPE
           MOVE SPACES TO FL-DEP-TIME
           STRING WS-THR-DEP-HOUR (WS-SUB) ':'
               WS-THR-DEP-MINUTES (WS-SUB)
               DELIMITED BY SIZE INTO FL-DEP-TIME
           MOVE WS-THR-SPARE (WS-SUB) TO FL-SPARE
           MOVE WS-FORECAST TO FL-FORECAST
           MOVE WS-RESULT-TEXT TO FL-RESULT
           WRITE PRINT-LINE FROM WS-FORECAST-LINE.

      * The controller's entries and the forecasts together
      * become tonight's delay-log.dat, which every board and
      * connection program already reads.
       5000-REWRITE-DELAY-LOG.
           OPEN OUTPUT DELAY-FILE
           PERFORM 5100-WRITE-ONE-DELAY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DELAY-COUNT
           CLOSE DELAY-FILE.

       5100-WRITE-ONE-DELAY.
           MOVE SPACES TO DELAY-RECORD
           MOVE WS-DLY-TYPE (WS-SUB) TO DELAY-TRAIN-TYPE
           MOVE WS-DLY-HOUR (WS-SUB) TO DELAY-TRAIN-HOUR
           MOVE WS-DLY-MINUTES (WS-SUB) TO DELAY-TRAIN-MINUTES
           MOVE WS-DLY-DELAY-MINS (WS-SUB) TO DELAY-MINUTES
           MOVE WS-DLY-REASON (WS-SUB) TO DELAY-REASON-CODE
           MOVE WS-DLY-STATUS (WS-SUB) TO DELAY-STATUS
           MOVE WS-DLY-KIND (WS-SUB) TO DELAY-KIND
           MOVE WS-DLY-CAUSE (WS-SUB) TO DELAY-CAUSE-TRAIN
           WRITE DELAY-RECORD.
