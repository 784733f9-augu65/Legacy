002030 *>                   partial segment as skipped instead of
002040 *>                   refused, so a dead run no longer holds
002050 *>                   the whole feed's condition code at 8.
002060 *>   2026-10-15  DW   A loaded row now starts out undelivered
002070 *>                   (RS-DELIVERED-DATE zero), so a rerun's
002080 *>                   replacement answer is picked up by the
002090 *>                   next SQRTDLVR delivery extract.
002090 *>   2026-10-15  DW   The result master now also carries the
002090 *>                   iteration count and the decimal places the
002090 *>                   requester asked for, off the feed row, for
002090 *>                   SQRTCERT's calculation certificates.
002090 *>   2026-10-15  DW   A refused segment raises an error
002090 *>                   alert on the alert feed; a
002090 *>                   trailerless one once the feed is read
002090 *>                   through and it has not been voided.
002090 *>   2026-10-15  DW   A row about to be replaced by a rerun or
002090 *>                   a recalculation is first appended, as it
002090 *>                   stood, to the RSLTHIST result history with
002090 *>                   the run ID that superseded it, so no answer
002090 *>                   ever given is lost; counted on the report.
002090 *>   2026-10-15  DW   The exponent numerator of a rational-power
002090 *>                   result is loaded onto the result master and
002090 *>                   kept on any RSLTHIST row it supersedes; a
002090 *>                   feed row without one loads as 01.
002100 *> ---------------------------------------------------------
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SQRTLOAD.
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RESULT-KEY
003900         FILE STATUS IS WS-RSLT-FILE-STATUS.
003900     SELECT OPTIONAL RESULT-HISTORY ASSIGN TO "RSLTHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RHST-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  STANDARD-OUTPUT.
004500     COPY MACHREC.
004600 FD  RESULT-MASTER.
004700     COPY RSLTREC.
004700 FD  RESULT-HISTORY.
004700     COPY RHSTREC.
004800 WORKING-STORAGE SECTION.
004900 *> -------------------------------------------------------
005000 *> file statuses and read control
005400 77  WS-RSLT-FILE-STATUS        PICTURE X(02) VALUE '00'.
005500     88 RSLT-FILE-OK                          VALUE '00'.
005600     88 RSLT-FILE-NOT-FOUND                   VALUE '35'.
005600 77  WS-RHST-FILE-STATUS        PICTURE X(02) VALUE '00'.
005600     88 RHST-FILE-OK                     VALUE '00' '05'.
005600 77  WS-ROW-ON-FILE-SW          PICTURE X(01) VALUE 'N'.
005600     88 ROW-ON-FILE                           VALUE 'Y'.
005700 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
005800     88 END-OF-FEED                           VALUE 'Y'.
005900 *> -------------------------------------------------------
008300        03 WD-DEPARTMENT        PICTURE X(04).
008400        03 WD-RUN-ID            PICTURE 9(16).
008500        03 WD-RUN-DATE          PICTURE 9(08).
008500        03 WD-ITERATIONS        PICTURE 9(05).
008500        03 WD-DECIMAL-PLACES    PICTURE 9(02).
008500        03 WD-EXP-NUMERATOR     PICTURE 9(02).
008600 *> -------------------------------------------------------
008700 *> control counts for the report and the condition code.
008800 *> -------------------------------------------------------
009100 77  WS-SEGS-REFUSED            PICTURE 9(05) COMP VALUE 0.
009200 77  WS-ROWS-LOADED             PICTURE 9(07) COMP VALUE 0.
009300 77  WS-ROWS-REPLACED           PICTURE 9(07) COMP VALUE 0.
009300 77  WS-ROWS-SUPERSEDED         PICTURE 9(07) COMP VALUE 0.
009400 77  WS-ROWS-NO-REQUEST         PICTURE 9(07) COMP VALUE 0.
009500 77  WS-ORPHAN-DETAILS          PICTURE 9(07) COMP VALUE 0.
009600 77  WS-BAD-ROWS                PICTURE 9(07) COMP VALUE 0.
009694 01  WS-PARTIAL-TABLE.
009696     02 WS-PARTIAL-ENTRY OCCURS 50 TIMES.
009698        03 WP-RUN-ID            PICTURE 9(16).
009698 *> -------------------------------------------------------
009698 *> the refused-segment alert: the run ID it is raised for
009698 *> and its message, the segment's disposition.
009698 *> -------------------------------------------------------
009698 77  WS-ALERT-RUN-ID            PICTURE 9(16) VALUE 0.
009698 COPY ALRTPARM.
009698 01  SEGMENT-ALERT-MESSAGE.
009698     02 FILLER PICTURE X(07) VALUE 'SEGMENT'.
009698     02 SA-DISPOSITION       PICTURE X(40).
009698     02 FILLER PICTURE X(03) VALUE SPACES.
009700 *> -------------------------------------------------------
009800 *> report lines
009900 *> -------------------------------------------------------
012800 01  LOAD-REPLACED-LINE.
012900     02 FILLER PICTURE X(25) VALUE '   OF WHICH REPLACED...: '.
013000     02 LC-ROWS-REPLACED     PICTURE ZZZ,ZZ9.
013000 01  LOAD-HISTORY-LINE.
013000     02 FILLER PICTURE X(25) VALUE '   OLD ROWS TO RSLTHIST: '.
013000     02 LC-ROWS-SUPERSEDED   PICTURE ZZZ,ZZ9.
013100 01  LOAD-NOREQ-LINE.
013200     02 FILLER PICTURE X(25) VALUE ' NO REQUEST ID, SKIPPED: '.
013300     02 LC-ROWS-NO-REQUEST   PICTURE ZZZ,ZZ9.
015300         STOP RUN
015400     END-IF.
015500     PERFORM 0500-OPEN-RESULT-MASTER THRU 0500-EXIT.
015500     OPEN EXTEND RESULT-HISTORY.
015500     IF NOT RHST-FILE-OK
015500         DISPLAY 'UNABLE TO OPEN RSLTHIST, STATUS '
015500             WS-RHST-FILE-STATUS
015500         MOVE 16 TO RETURN-CODE
015500         STOP RUN
015500     END-IF.
015600     PERFORM 2000-READ-FEED-ROW THRU 2000-EXIT.
015700     PERFORM 3000-PROCESS-ONE-ROW THRU 3000-EXIT
015800         UNTIL END-OF-FEED.
016100             TO SR-DISPOSITION
016200         PERFORM 5100-REPORT-SEGMENT THRU 5100-EXIT
016300         ADD 1 TO WS-SEGS-REFUSED
016300         MOVE WS-SEG-RUN-ID TO WS-ALERT-RUN-ID
016300         PERFORM 5200-ALERT-REFUSED-SEGMENT THRU 5200-EXIT
016400     END-IF.
016400     PERFORM 5300-ALERT-PARTIALS THRU 5300-EXIT
016400         VARYING WS-PART-SUB FROM 1 BY 1
016400         UNTIL WS-PART-SUB > WS-PART-COUNT.
016500     PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
016600     CLOSE MACHINE-OUTPUT.
016700     CLOSE RESULT-MASTER.
016700     CLOSE RESULT-HISTORY.
016800     CLOSE STANDARD-OUTPUT.
016900     IF WS-SEGS-REFUSED > 0 OR WS-ORPHAN-DETAILS > 0
017000         MOVE 8 TO RETURN-CODE
026100         MOVE MR-DEPARTMENT TO WD-DEPARTMENT (WS-DTL-COUNT)
026200         MOVE MR-RUN-ID TO WD-RUN-ID (WS-DTL-COUNT)
026300         MOVE MR-RUN-DATE TO WD-RUN-DATE (WS-DTL-COUNT)
026300         MOVE MR-ITERATIONS TO WD-ITERATIONS (WS-DTL-COUNT)
026300         *> a row written before the feed carried the places
026300         *> reads back blank and is held at the full 18 places.
026300         IF MR-DECIMAL-PLACES NUMERIC
026300             MOVE MR-DECIMAL-PLACES
026300                 TO WD-DECIMAL-PLACES (WS-DTL-COUNT)
026300         ELSE
026300             MOVE 18 TO WD-DECIMAL-PLACES (WS-DTL-COUNT)
026300         END-IF
026300         IF MR-EXP-NUMERATOR NUMERIC AND MR-EXP-NUMERATOR > 1
026300             MOVE MR-EXP-NUMERATOR
026300                 TO WD-EXP-NUMERATOR (WS-DTL-COUNT)
026300         ELSE
026300             MOVE 1 TO WD-EXP-NUMERATOR (WS-DTL-COUNT)
026300         END-IF
026400     ELSE
026500         *> a segment too big for the buffer cannot be proven
026600         *> whole before loading, so it is refused rather than
028600             SR-DISPOSITION
028700         PERFORM 5100-REPORT-SEGMENT THRU 5100-EXIT
028800         ADD 1 TO WS-SEGS-REFUSED
028800         MOVE WS-SEG-RUN-ID TO WS-ALERT-RUN-ID
028800         PERFORM 5200-ALERT-REFUSED-SEGMENT THRU 5200-EXIT
028900         GO TO 3300-EXIT
029000     END-IF.
029100     IF MT-RUN-ID NOT = WS-SEG-RUN-ID
029600             SR-DISPOSITION
029700         PERFORM 5100-REPORT-SEGMENT THRU 5100-EXIT
029800         ADD 1 TO WS-SEGS-REFUSED
029800         MOVE WS-SEG-RUN-ID TO WS-ALERT-RUN-ID
029800         PERFORM 5200-ALERT-REFUSED-SEGMENT THRU 5200-EXIT
029900     ELSE
030000         PERFORM 4000-LOAD-SEGMENT THRU 4000-EXIT
030100         MOVE ' LOADED' TO SR-DISPOSITION
031400
031500 *> -------------------------------------------------------
031600 *> 4100-LOAD-ONE-DETAIL - one buffered detail onto the
031600 *> master; a key already on file is a rerun of the request
031600 *> (or a recalculation) and the newer answer replaces it in
031600 *> place, once the row it replaces is on the history.
031600 *> -------------------------------------------------------
031600 4100-LOAD-ONE-DETAIL.
031600     IF WD-REQUEST-ID (WS-DTL-SUB) = SPACES
031600         ADD 1 TO WS-ROWS-NO-REQUEST
031600         GO TO 4100-NEXT
031600     END-IF.
031600     MOVE WD-REQUEST-ID (WS-DTL-SUB) TO RS-REQUEST-ID.
031600     MOVE WD-ROOT-DEGREE (WS-DTL-SUB) TO RS-ROOT-DEGREE.
031600     MOVE 'N' TO WS-ROW-ON-FILE-SW.
031600     READ RESULT-MASTER
031600         INVALID KEY
031600             CONTINUE
031600         NOT INVALID KEY
031600             SET ROW-ON-FILE TO TRUE
031600             PERFORM 4200-FILE-SUPERSEDED THRU 4200-EXIT
031600     END-READ.
031600     MOVE WD-IN-Z (WS-DTL-SUB) TO RS-IN-Z.
031600     MOVE WD-OUT-Y (WS-DTL-SUB) TO RS-OUT-Y.
031600     MOVE WD-STATUS-CODE (WS-DTL-SUB) TO RS-STATUS-CODE.
031600     MOVE WD-DEPARTMENT (WS-DTL-SUB) TO RS-DEPARTMENT.
031600     MOVE WD-RUN-ID (WS-DTL-SUB) TO RS-RUN-ID.
031600     MOVE WD-RUN-DATE (WS-DTL-SUB) TO RS-RUN-DATE.
031600     MOVE 0 TO RS-DELIVERED-DATE.
031600     MOVE WD-ITERATIONS (WS-DTL-SUB) TO RS-ITERATIONS.
031600     MOVE WD-DECIMAL-PLACES (WS-DTL-SUB) TO RS-DECIMAL-PLACES.
031600     MOVE WD-EXP-NUMERATOR (WS-DTL-SUB) TO RS-EXP-NUMERATOR.
031600     IF ROW-ON-FILE
031600         REWRITE RESULT-MASTER-RECORD
031600             INVALID KEY
031600                 CONTINUE
031600         END-REWRITE
031600         ADD 1 TO WS-ROWS-REPLACED
031600         ADD 1 TO WS-ROWS-LOADED
031600     ELSE
031600         WRITE RESULT-MASTER-RECORD
031600             INVALID KEY
031600                 CONTINUE
031600             NOT INVALID KEY
031600                 ADD 1 TO WS-ROWS-LOADED
031600         END-WRITE
031600     END-IF.
034500 4100-NEXT.
034600     ADD 1 TO WS-DTL-SUB.
034700 4100-EXIT.
034800     EXIT.
034800
034800 *> -------------------------------------------------------
034800 *> 4200-FILE-SUPERSEDED - the row just read, about to be
034800 *> replaced, goes to the result history exactly as it
034800 *> stood, with when and by which run it was superseded.
034800 *> -------------------------------------------------------
034800 4200-FILE-SUPERSEDED.
034800     ACCEPT RH-SUPERSEDED-DATE FROM DATE YYYYMMDD.
034800     ACCEPT RH-SUPERSEDED-TIME FROM TIME.
034800     MOVE WD-RUN-ID (WS-DTL-SUB) TO RH-NEW-RUN-ID.
034800     MOVE RS-REQUEST-ID TO RH-REQUEST-ID.
034800     MOVE RS-ROOT-DEGREE TO RH-ROOT-DEGREE.
034800     MOVE RS-IN-Z TO RH-IN-Z.
034800     MOVE RS-OUT-Y TO RH-OUT-Y.
034800     MOVE RS-STATUS-CODE TO RH-STATUS-CODE.
034800     MOVE RS-DEPARTMENT TO RH-DEPARTMENT.
034800     MOVE RS-RUN-ID TO RH-RUN-ID.
034800     MOVE RS-RUN-DATE TO RH-RUN-DATE.
034800     MOVE RS-DELIVERED-DATE TO RH-DELIVERED-DATE.
034800     MOVE RS-ITERATIONS TO RH-ITERATIONS.
034800     MOVE RS-DECIMAL-PLACES TO RH-DECIMAL-PLACES.
034800     MOVE RS-EXP-NUMERATOR TO RH-EXP-NUMERATOR.
034800     MOVE SPACES TO RH-FILLER.
034800     WRITE RESULT-HISTORY-RECORD.
034800     ADD 1 TO WS-ROWS-SUPERSEDED.
034800 4200-EXIT.
034800     EXIT.
034900
035000 5000-PRINT-COUNTS.
035100     MOVE WS-SEGS-READ TO LC-SEGS-READ.
035900     MOVE WS-ROWS-REPLACED TO LC-ROWS-REPLACED.
036000     WRITE OUT-LINE FROM LOAD-REPLACED-LINE
036100         AFTER ADVANCING 1 LINE.
036100     MOVE WS-ROWS-SUPERSEDED TO LC-ROWS-SUPERSEDED.
036100     WRITE OUT-LINE FROM LOAD-HISTORY-LINE AFTER ADVANCING 1 LINE.
036200     MOVE WS-ROWS-NO-REQUEST TO LC-ROWS-NO-REQUEST.
036300     WRITE OUT-LINE FROM LOAD-NOREQ-LINE AFTER ADVANCING 1 LINE.
036400     MOVE WS-ORPHAN-DETAILS TO LC-ORPHAN-DETAILS.
037400     WRITE OUT-LINE FROM SEG-RESULT-LINE AFTER ADVANCING 1 LINE.
037500 5100-EXIT.
037600     EXIT.
037600
037600 *> -------------------------------------------------------
037600 *> 5200-ALERT-REFUSED-SEGMENT - a refused segment is an
037600 *> error alert on the feed: the requesters' answers in it
037600 *> are not on the master until it is retransmitted.
037600 *> -------------------------------------------------------
037600 5200-ALERT-REFUSED-SEGMENT.
037600     MOVE SR-DISPOSITION TO SA-DISPOSITION.
037600     MOVE SPACES TO ALERT-PARAMETERS.
037600     SET AP-RAISE-ALERT TO TRUE.
037600     MOVE 'E' TO AP-SEVERITY.
037600     MOVE 'SR' TO AP-EVENT-CODE.
037600     MOVE 'SQRTLOAD' TO AP-PROGRAM-NAME.
037600     MOVE WS-ALERT-RUN-ID TO AP-RUN-ID.
037600     MOVE SEGMENT-ALERT-MESSAGE TO AP-MESSAGE.
037600     CALL 'SQRTALRT_POST' USING ALERT-PARAMETERS.
037600 5200-EXIT.
037600     EXIT.
037600
037600 *> -------------------------------------------------------
037600 *> 5300-ALERT-PARTIALS - a trailerless segment is only
037600 *> alerted once the feed has been read through, since a
037600 *> void marker further on may still settle it as voided.
037600 *> -------------------------------------------------------
037600 5300-ALERT-PARTIALS.
037600     IF WP-RUN-ID (WS-PART-SUB) = 0
037600         GO TO 5300-EXIT
037600     END-IF.
037600     MOVE ' REFUSED - NO TRAILER (PARTIAL SEGMENT)'
037600         TO SR-DISPOSITION.
037600     MOVE WP-RUN-ID (WS-PART-SUB) TO WS-ALERT-RUN-ID.
037600     PERFORM 5200-ALERT-REFUSED-SEGMENT THRU 5200-EXIT.
037600 5300-EXIT.
037600     EXIT.
