001700 *>
001800 *> Modification History:
001900 *>   2026-09-02  DW   New program.
001900 *>   2026-10-15  DW   Checks AMNDFILE too: a request cancelled
001900 *>                   or amended through SQRTAMND is reported as
001900 *>                   such, with who keyed the change and when
001900 *>                   and what applied it, instead of as never
001900 *>                   arrived; a change still pending is shown.
002000 *> ---------------------------------------------------------
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SQRTRQIQ.
004500     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO "EXCPFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EXCP-FILE-STATUS.
004700     SELECT OPTIONAL AMEND-FILE ASSIGN TO "AMNDFILE"
004700         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AMEND-KEY
004700         FILE STATUS IS WS-AMND-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STANDARD-OUTPUT.
006400     COPY INZREC.
006500 FD  EXCEPTION-LOG.
006600     COPY EXCPREC.
006600 FD  AMEND-FILE.
006600     COPY AMNDREC.
006700 WORKING-STORAGE SECTION.
006800 *> -------------------------------------------------------
006900 *> file statuses and read control
007800     88 CLEAN-FILE-NOT-FOUND                  VALUE '35'.
007900 77  WS-EXCP-FILE-STATUS        PICTURE X(02) VALUE '00'.
008000     88 EXCP-FILE-NOT-FOUND                   VALUE '35'.
008000 77  WS-AMND-FILE-STATUS        PICTURE X(02) VALUE '00'.
008000     88 AMND-FILE-NOT-FOUND                   VALUE '35'.
008100 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
008200     88 END-OF-INPUT                          VALUE 'Y'.
008300 77  WS-EXIT-SW                 PICTURE X(01) VALUE 'N'.
010000     88 REJECT-ROW-FOUND                      VALUE 'Y'.
010100 77  WS-REJ-REASON              PICTURE X(02) VALUE SPACES.
010200 77  WS-MATCH-COUNT             PICTURE 9(05) COMP VALUE 0.
010200 01  WS-TIME-PARTS.
010200     02 WS-TIME-HH              PICTURE 9(02).
010200     02 WS-TIME-MM              PICTURE 9(02).
010200     02 WS-TIME-SS              PICTURE 9(02).
010200     02 WS-TIME-CC              PICTURE 9(02).
010200 01  WS-TIME-NUM REDEFINES WS-TIME-PARTS
010200                                  PICTURE 9(08).
010200 01  WS-DATE-EDIT               PICTURE 9999/99/99.
010300 *> the reject row's original image, split the way INZREC
010400 *> lays it out so the request ID is addressable.
010500 01  WS-REJ-IMAGE               PICTURE X(60).
015200     02 FILLER PICTURE X(52) VALUE
015300        ' EDITED CLEAN, AWAITING THE RUN - ANSWERED BY CLEANI'.
015400     02 FILLER PICTURE X(02) VALUE 'NZ'.
015400 01  CHANGE-LINE.
015400     02 FILLER PICTURE X(01) VALUE SPACE.
015400     02 CH-STATE             PICTURE X(16).
015400     02 FILLER PICTURE X(06) VALUE ' DEPT '.
015400     02 CH-DEPARTMENT        PICTURE X(04).
015400     02 FILLER PICTURE X(10) VALUE ' KEYED BY '.
015400     02 CH-ENTERED-BY        PICTURE X(08).
015400     02 FILLER PICTURE X(04) VALUE ' ON '.
015400     02 CH-ENTERED-DATE      PICTURE 9999/99/99.
015400     02 FILLER PICTURE X(01) VALUE SPACE.
015400     02 CH-ENTERED-TIME      PICTURE X(08).
015400     02 FILLER PICTURE X(22) VALUE '  ANSWERED BY AMNDFILE'.
015400 01  CHANGE-DETAIL-LINE.
015400     02 FILLER PICTURE X(03) VALUE SPACES.
015400     02 CH-APPLIED-TEXT      PICTURE X(45).
015400     02 FILLER PICTURE X(08) VALUE ' REASON '.
015400     02 CH-REASON            PICTURE X(30).
015500 01  NOT-FOUND-LINE.
015600     02 FILLER PICTURE X(44) VALUE
015700        ' REQUEST NOT FOUND ON ANY LIFECYCLE FILE.   '.
020900     IF NOT REQUEST-ANSWERED
021000         PERFORM 2400-SCAN-REJECTS THRU 2400-EXIT
021100     END-IF.
021100     PERFORM 2500-CHECK-CHANGES THRU 2500-EXIT.
021200     IF NOT REQUEST-ANSWERED AND CLEAN-ROW-FOUND
021300         WRITE OUT-LINE FROM CLEAN-WAIT-LINE
021400             AFTER ADVANCING 1 LINE
041400     PERFORM 2410-READ-REJECT THRU 2410-EXIT.
041500 2420-EXIT.
041600     EXIT.
041600
041600 *> -------------------------------------------------------
041600 *> 2500-CHECK-CHANGES - a cancel or amend keyed for the
041600 *> request, under any department, from the keyed START at
041600 *> the request ID.  An applied cancel is the answer for a
041600 *> request that went no further; an applied amend answers
041600 *> one still on tonight's INZFILE.  A change still pending
041600 *> or withdrawn is shown, but answers nothing by itself.
041600 *> -------------------------------------------------------
041600 2500-CHECK-CHANGES.
041600     MOVE 'N' TO WS-EOF-SW.
041600     OPEN INPUT AMEND-FILE.
041600     IF AMND-FILE-NOT-FOUND
041600         GO TO 2500-EXIT
041600     END-IF.
041600     MOVE WS-REQUEST-ENTRY TO AT-REQUEST-ID.
041600     MOVE LOW-VALUES TO AT-DEPARTMENT.
041600     START AMEND-FILE KEY NOT LESS THAN AMEND-KEY
041600         INVALID KEY
041600             MOVE 'Y' TO WS-EOF-SW
041600     END-START.
041600     PERFORM 2510-LIST-ONE-CHANGE THRU 2510-EXIT
041600         UNTIL END-OF-INPUT.
041600     CLOSE AMEND-FILE.
041600 2500-EXIT.
041600     EXIT.
041600
041600 2510-LIST-ONE-CHANGE.
041600     READ AMEND-FILE NEXT RECORD
041600         AT END
041600             MOVE 'Y' TO WS-EOF-SW
041600             GO TO 2510-EXIT
041600     END-READ.
041600     IF AT-REQUEST-ID NOT = WS-REQUEST-ENTRY
041600         MOVE 'Y' TO WS-EOF-SW
041600         GO TO 2510-EXIT
041600     END-IF.
041600     IF AT-CANCEL
041600         MOVE 'CANCELLED' TO CH-STATE
041600     ELSE
041600         MOVE 'AMENDED' TO CH-STATE
041600     END-IF.
041600     IF AT-PENDING
041600         IF AT-CANCEL
041600             MOVE 'CANCEL PENDING' TO CH-STATE
041600         ELSE
041600             MOVE 'AMEND PENDING' TO CH-STATE
041600         END-IF
041600     END-IF.
041600     IF AT-WITHDRAWN
041600         MOVE 'CHANGE WITHDRAWN' TO CH-STATE
041600     END-IF.
041600     IF AT-APPLIED AND NOT REQUEST-ANSWERED
041600         IF AT-CANCEL OR NOT CLEAN-ROW-FOUND
041600             SET REQUEST-ANSWERED TO TRUE
041600         END-IF
041600     END-IF.
041600     MOVE AT-DEPARTMENT TO CH-DEPARTMENT.
041600     MOVE AT-ENTERED-BY TO CH-ENTERED-BY.
041600     MOVE AT-ENTERED-DATE TO CH-ENTERED-DATE.
041600     MOVE AT-ENTERED-TIME TO WS-TIME-NUM.
041600     MOVE SPACES TO CH-ENTERED-TIME.
041600     STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
041600         DELIMITED BY SIZE INTO CH-ENTERED-TIME.
041600     WRITE OUT-LINE FROM CHANGE-LINE AFTER ADVANCING 1 LINE.
041600     MOVE SPACES TO CH-APPLIED-TEXT.
041600     IF AT-APPLIED
041600         MOVE AT-APPLIED-DATE TO WS-DATE-EDIT
041600         MOVE AT-APPLIED-TIME TO WS-TIME-NUM
041600         STRING 'APPLIED BY ' AT-APPLIED-BY ' ON ' WS-DATE-EDIT
041600             ' ' WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
041600             DELIMITED BY SIZE INTO CH-APPLIED-TEXT
041600     END-IF.
041600     IF AT-PENDING
041600         MOVE 'NOT YET APPLIED - DUE TONIGHT' TO CH-APPLIED-TEXT
041600     END-IF.
041600     IF AT-WITHDRAWN
041600         MOVE 'WITHDRAWN BEFORE IT WAS APPLIED'
041600             TO CH-APPLIED-TEXT
041600     END-IF.
041600     MOVE AT-REASON TO CH-REASON.
041600     WRITE OUT-LINE FROM CHANGE-DETAIL-LINE
041600         AFTER ADVANCING 1 LINE.
041600 2510-EXIT.
041600     EXIT.
041600
041800 *> -------------------------------------------------------
041900 *> 5000-SEARCH-BY-DEPARTMENT - for the caller who knows
042000 *> whose work it was but not the request ID: every feed
