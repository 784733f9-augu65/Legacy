001100 *> and appends a V void marker to MACHFILE for a dead feed
001200 *> writer so the downstream loader skips the partial segment
001300 *> instead of refusing the feed over it.  RC 4 means at
001400 *> least one crashed run was found and flipped, or one step
001400 *> left open.  Each crashed run is also raised on the
001400 *> operations alert feed, and STEPREG is swept the same
001400 *> way for night-stream steps left open past the limit.
001500 *>
001600 *> Modification History:
001700 *>   2026-09-02  DW   New program.
001700 *>   2026-10-15  DW   A split night's parent row (mode M) is
001700 *>                   left open for SQRTMRGE to close, and a
001700 *>                   crashed partition run (mode P) gets no
001700 *>                   void marker - its partial segment is on
001700 *>                   its own partition file, not MACHFILE.
001700 *>   2026-10-15  DW   Crashed runs raise an alert on the
001700 *>                   alert feed; STEPREG steps left open
001700 *>                   past the age limit are reported and
001700 *>                   alerted once each.
001800 *> ---------------------------------------------------------
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. SQRTJANI.
003400     SELECT OPTIONAL MACHINE-OUTPUT ASSIGN TO "MACHFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MACH-FILE-STATUS.
003600     SELECT OPTIONAL STEP-REGISTRY ASSIGN TO "STEPREG"
003600         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS STEP-REG-KEY
003600         FILE STATUS IS WS-STEP-REG-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STANDARD-OUTPUT.
004200     COPY RUNREC.
004300 FD  MACHINE-OUTPUT.
004400     COPY MACHREC.
004400 FD  STEP-REGISTRY.
004400     COPY STEPREC.
004500 WORKING-STORAGE SECTION.
004600 *> -------------------------------------------------------
004700 *> file statuses and read control
005300     *> '05' is a normal, expected status the first time OPEN
005400     *> EXTEND creates MACHINE-OUTPUT rather than appending.
005500     88 MACH-FILE-OK                    VALUE '00' '05'.
005500 77  WS-STEP-REG-STATUS         PICTURE X(02) VALUE '00'.
005500     88 STEP-REG-OK                     VALUE '00' '05'.
005500     88 STEP-REG-NOT-FOUND                    VALUE '35'.
005500 77  WS-STEP-EOF-SW             PICTURE X(01) VALUE 'N'.
005500     88 END-OF-STEPS                          VALUE 'Y'.
005600 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
005700     88 END-OF-REGISTRY                       VALUE 'Y'.
005800 77  WS-MACH-OPEN-SW            PICTURE X(01) VALUE 'N'.
007100 77  WS-START-HOUR              PICTURE 9(02) VALUE 0.
007200 77  WS-AGE-DAYS                PICTURE S9(07) COMP VALUE 0.
007300 77  WS-AGE-HOURS               PICTURE S9(09) COMP VALUE 0.
007300 *> the start stamp whose age is wanted, staged by the caller.
007300 77  WS-AGE-START-DATE          PICTURE 9(08) VALUE 0.
007300 77  WS-AGE-START-TIME          PICTURE 9(08) VALUE 0.
007400 *> -------------------------------------------------------
007500 *> control counts for the report.
007600 *> -------------------------------------------------------
007800 77  WS-OPEN-ROWS               PICTURE 9(05) COMP VALUE 0.
007900 77  WS-CRASHED-ROWS            PICTURE 9(05) COMP VALUE 0.
008000 77  WS-VOIDS-WRITTEN           PICTURE 9(05) COMP VALUE 0.
008000 77  WS-STEP-ROWS-READ          PICTURE 9(07) COMP VALUE 0.
008000 77  WS-STEPS-ALERTED           PICTURE 9(05) COMP VALUE 0.
008000 *> -------------------------------------------------------
008000 *> the alert feed: crashed runs and steps left open.
008000 *> -------------------------------------------------------
008000 COPY ALRTPARM.
008000 01  CRASH-ALERT-MESSAGE.
008000     02 CA-PROGRAM           PICTURE X(10).
008000     02 FILLER PICTURE X(10) VALUE ' RUN OPEN '.
008000     02 CA-AGE-HOURS         PICTURE ZZZZ9.
008000     02 FILLER PICTURE X(22) VALUE ' HOURS - FLIPPED TO CR'.
008000 01  STEP-ALERT-MESSAGE.
008000     02 FILLER PICTURE X(05) VALUE 'STEP '.
008000     02 SA-STEP-NUMBER       PICTURE 9(02).
008000     02 FILLER PICTURE X(01) VALUE SPACE.
008000     02 SA-STEP-NAME         PICTURE X(10).
008000     02 FILLER PICTURE X(06) VALUE ' OPEN '.
008000     02 SA-AGE-HOURS         PICTURE ZZZZ9.
008000     02 FILLER PICTURE X(11) VALUE ' HRS NIGHT '.
008000     02 SA-STREAM-DATE       PICTURE 9(08).
008100 *> -------------------------------------------------------
008200 *> prompts and report lines
008300 *> -------------------------------------------------------
012300 01  JANI-VOID-LINE.
012400     02 FILLER PICTURE X(25) VALUE ' VOID MARKERS WRITTEN..: '.
012500     02 JR-VOIDS-WRITTEN     PICTURE ZZZ,ZZ9.
012500 01  STEP-OPEN-DETAIL-LINE.
012500     02 FILLER PICTURE X(09) VALUE ' STEP    '.
012500     02 SO-STREAM-DATE       PICTURE 9(08).
012500     02 FILLER PICTURE X(01) VALUE '/'.
012500     02 SO-STEP-NUMBER       PICTURE 9(02).
012500     02 FILLER PICTURE X(02) VALUE SPACES.
012500     02 SO-STEP-NAME         PICTURE X(10).
012500     02 FILLER PICTURE X(08) VALUE ' START '.
012500     02 SO-START-DATE        PICTURE 9(08).
012500     02 FILLER PICTURE X(01) VALUE '/'.
012500     02 SO-START-TIME        PICTURE 9(08).
012500     02 FILLER PICTURE X(18) VALUE ' LEFT OPEN ALERTED'.
012500 01  JANI-STEP-READ-LINE.
012500     02 FILLER PICTURE X(25) VALUE ' STEP ROWS READ........: '.
012500     02 JR-STEP-ROWS-READ    PICTURE ZZZ,ZZ9.
012500 01  JANI-STEP-OPEN-LINE.
012500     02 FILLER PICTURE X(25) VALUE ' STEPS LEFT OPEN.......: '.
012500     02 JR-STEPS-ALERTED     PICTURE ZZZ,ZZ9.
012600
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
013400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013500     ACCEPT WS-NOW-TIME FROM TIME.
013600     COMPUTE WS-NOW-HOUR = WS-NOW-TIME / 1000000.
013600     PERFORM 5000-SWEEP-STEP-REGISTRY THRU 5000-EXIT.
013700     OPEN I-O RUN-REGISTRY.
013800     IF RUNREG-FILE-NOT-FOUND
013900         WRITE OUT-LINE FROM NOREG-MESS AFTER ADVANCING 1 LINE
014000         CLOSE STANDARD-OUTPUT
014100         IF WS-STEPS-ALERTED > 0
014100             MOVE 4 TO RETURN-CODE
014100         ELSE
014100             MOVE 0 TO RETURN-CODE
014100         END-IF
014200         STOP RUN
014300     END-IF.
014400     MOVE LOW-VALUES TO RR-RUN-ID.
015400         CLOSE MACHINE-OUTPUT
015500     END-IF.
015600     CLOSE STANDARD-OUTPUT.
015700     IF WS-CRASHED-ROWS > 0 OR WS-STEPS-ALERTED > 0
015800         MOVE 4 TO RETURN-CODE
015900     ELSE
016000         MOVE 0 TO RETURN-CODE
018900     IF NOT RR-STATUS-OPEN
019000         GO TO 2000-EXIT
019100     END-IF.
019100     *> a split night's parent is open until its merge, however
019100     *> long the partitions take; it never wrote a feed itself.
019100     *> One abandoned is closed CR by SQRTSPLT when the next
019100     *> night's split finds it, not here.
019100     IF RR-RUN-MODE = 'M'
019100         ADD 1 TO WS-OPEN-ROWS
019100         GO TO 2000-EXIT
019100     END-IF.
019100     MOVE RR-RUN-START-DATE TO WS-AGE-START-DATE.
019100     MOVE RR-RUN-START-TIME TO WS-AGE-START-TIME.
019200     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
019300     IF WS-AGE-HOURS < WS-AGE-LIMIT-HOURS
019400         ADD 1 TO WS-OPEN-ROWS
020100 2100-COMPUTE-AGE.
020200     COMPUTE WS-AGE-DAYS =
020300         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
020400         - FUNCTION INTEGER-OF-DATE(WS-AGE-START-DATE).
020500     COMPUTE WS-START-HOUR = WS-AGE-START-TIME / 1000000.
020600     COMPUTE WS-AGE-HOURS = WS-AGE-DAYS * 24
020700         + WS-NOW-HOUR - WS-START-HOUR.
020800 2100-EXIT.
022300         INVALID KEY
022400             CONTINUE
022500     END-REWRITE.
022500     PERFORM 3200-ALERT-CRASHED-RUN THRU 3200-EXIT.
022600     IF RR-PROGRAM-NAME = 'SQRTBABYEX'
022700         OR RR-PROGRAM-NAME = 'SQRTRTRY'
022750         OR RR-PROGRAM-NAME = 'SQRTBABY'
022750         IF RR-RUN-MODE NOT = 'P'
022800             PERFORM 3100-WRITE-VOID-MARKER THRU 3100-EXIT
022800         END-IF
022900     END-IF.
023000 3000-EXIT.
023100     EXIT.
025600     WRITE OUT-LINE FROM VOID-NOTE-LINE AFTER ADVANCING 1 LINE.
025700 3100-EXIT.
025800     EXIT.
025800
025800 *> -------------------------------------------------------
025800 *> 3200-ALERT-CRASHED-RUN - the flip is an error alert on
025800 *> the feed, naming the dead run and its operator.
025800 *> -------------------------------------------------------
025800 3200-ALERT-CRASHED-RUN.
025800     MOVE RR-PROGRAM-NAME TO CA-PROGRAM.
025800     MOVE WS-AGE-HOURS TO CA-AGE-HOURS.
025800     MOVE SPACES TO ALERT-PARAMETERS.
025800     SET AP-RAISE-ALERT TO TRUE.
025800     MOVE 'E' TO AP-SEVERITY.
025800     MOVE 'CR' TO AP-EVENT-CODE.
025800     MOVE 'SQRTJANI' TO AP-PROGRAM-NAME.
025800     MOVE RR-RUN-ID TO AP-RUN-ID.
025800     MOVE RR-OPERATOR-ID TO AP-OPERATOR-ID.
025800     MOVE CRASH-ALERT-MESSAGE TO AP-MESSAGE.
025800     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
025800 3200-EXIT.
025800     EXIT.
025900
026000 4000-PRINT-COUNTS.
026100     MOVE WS-ROWS-READ TO JR-ROWS-READ.
026600     WRITE OUT-LINE FROM JANI-CRASHED-LINE AFTER ADVANCING 1 LINE.
026700     MOVE WS-VOIDS-WRITTEN TO JR-VOIDS-WRITTEN.
026800     WRITE OUT-LINE FROM JANI-VOID-LINE AFTER ADVANCING 1 LINE.
026800     MOVE WS-STEP-ROWS-READ TO JR-STEP-ROWS-READ.
026800     WRITE OUT-LINE FROM JANI-STEP-READ-LINE
026800         AFTER ADVANCING 1 LINE.
026800     MOVE WS-STEPS-ALERTED TO JR-STEPS-ALERTED.
026800     WRITE OUT-LINE FROM JANI-STEP-OPEN-LINE
026800         AFTER ADVANCING 1 LINE.
026900 4000-EXIT.
027000     EXIT.
027000
027000 *> -------------------------------------------------------
027000 *> 5000-SWEEP-STEP-REGISTRY - a STEPREG step still OP past
027000 *> the same age limit is a night's stream that stopped part
027000 *> way and was never restarted.  Each is reported and
027000 *> alerted once; the row is marked so the next sweep passes
027000 *> it by, and a restart of the step clears the mark.
027000 *> -------------------------------------------------------
027000 5000-SWEEP-STEP-REGISTRY.
027000     OPEN I-O STEP-REGISTRY.
027000     IF NOT STEP-REG-OK
027000         GO TO 5000-EXIT
027000     END-IF.
027000     MOVE 'N' TO WS-STEP-EOF-SW.
027000     MOVE LOW-VALUES TO STEP-REG-KEY.
027000     START STEP-REGISTRY KEY NOT LESS THAN STEP-REG-KEY
027000         INVALID KEY
027000             MOVE 'Y' TO WS-STEP-EOF-SW
027000     END-START.
027000     PERFORM 5100-SWEEP-ONE-STEP THRU 5100-EXIT
027000         UNTIL END-OF-STEPS.
027000     CLOSE STEP-REGISTRY.
027000 5000-EXIT.
027000     EXIT.
027000
027000 5100-SWEEP-ONE-STEP.
027000     READ STEP-REGISTRY NEXT RECORD
027000         AT END
027000             MOVE 'Y' TO WS-STEP-EOF-SW
027000             GO TO 5100-EXIT
027000     END-READ.
027000     ADD 1 TO WS-STEP-ROWS-READ.
027000     IF NOT SJ-STATUS-OPEN OR SJ-STEP-ALERTED
027000         GO TO 5100-EXIT
027000     END-IF.
027000     MOVE SJ-START-DATE TO WS-AGE-START-DATE.
027000     MOVE SJ-START-TIME TO WS-AGE-START-TIME.
027000     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
027000     IF WS-AGE-HOURS < WS-AGE-LIMIT-HOURS
027000         GO TO 5100-EXIT
027000     END-IF.
027000     ADD 1 TO WS-STEPS-ALERTED.
027000     MOVE SJ-STREAM-DATE TO SO-STREAM-DATE.
027000     MOVE SJ-STEP-NUMBER TO SO-STEP-NUMBER.
027000     MOVE SJ-STEP-NAME TO SO-STEP-NAME.
027000     MOVE SJ-START-DATE TO SO-START-DATE.
027000     MOVE SJ-START-TIME TO SO-START-TIME.
027000     WRITE OUT-LINE FROM STEP-OPEN-DETAIL-LINE
027000         AFTER ADVANCING 1 LINE.
027000     MOVE SJ-STEP-NUMBER TO SA-STEP-NUMBER.
027000     MOVE SJ-STEP-NAME TO SA-STEP-NAME.
027000     MOVE WS-AGE-HOURS TO SA-AGE-HOURS.
027000     MOVE SJ-STREAM-DATE TO SA-STREAM-DATE.
027000     MOVE SPACES TO ALERT-PARAMETERS.
027000     SET AP-RAISE-ALERT TO TRUE.
027000     MOVE 'E' TO AP-SEVERITY.
027000     MOVE 'SO' TO AP-EVENT-CODE.
027000     MOVE 'SQRTJANI' TO AP-PROGRAM-NAME.
027000     MOVE SJ-RUN-ID TO AP-RUN-ID.
027000     MOVE STEP-ALERT-MESSAGE TO AP-MESSAGE.
027000     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
027000     MOVE 'Y' TO SJ-ALERTED-SW.
027000     REWRITE STEP-REGISTRY-RECORD
027000         INVALID KEY
027000             CONTINUE
027000     END-REWRITE.
027000 5100-EXIT.
027000     EXIT.
