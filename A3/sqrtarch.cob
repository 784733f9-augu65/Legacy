001640 *>                   the live log instead of holding every
001650 *>                   row ever written - the run programs
001660 *>                   only ever append to it.
001670 *>   2026-10-15  DW   The cutoff is moved back to the first
001680 *>                   day of the fiscal period it lands in,
001690 *>                   off the CALMAST shop calendar, so a
001691 *>                   period is never split between the live
001692 *>                   logs and an archive generation and the
001693 *>                   billing run finds its period whole.
001700 *> ---------------------------------------------------------
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SQRTARCH.
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS AUDIT-INDEX-KEY
004550         FILE STATUS IS WS-AIDX-FILE-STATUS.
004560     SELECT OPTIONAL CALENDAR-MASTER ASSIGN TO "CALMAST"
004570         ORGANIZATION IS INDEXED
004580         ACCESS MODE IS DYNAMIC
004590         RECORD KEY IS CL-CAL-DATE
004595         FILE STATUS IS WS-CAL-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  STANDARD-OUTPUT.
006800         LEADING ==EX== BY ==EK==.
006810 FD  AUDIT-INDEX.
006820     COPY AIDXREC.
006830 FD  CALENDAR-MASTER.
006840     COPY CALREC.
006900 WORKING-STORAGE SECTION.
007000 *> -------------------------------------------------------
007100 *> file statuses
008270     88 AIDX-FILE-OK                          VALUE '00'.
008280 77  WS-AIDX-WRITTEN-SW         PICTURE X(01) VALUE 'N'.
008290     88 AIDX-ROW-WRITTEN                      VALUE 'Y'.
008291 77  WS-CAL-FILE-STATUS         PICTURE X(02) VALUE '00'.
008292     88 CAL-FILE-NOT-FOUND                    VALUE '35'.
008293 77  WS-ALIGN-SW                PICTURE X(01) VALUE 'N'.
008294     88 CUTOFF-ALIGNED                        VALUE 'Y'.
008300 77  WS-EOF-SW                  PICTURE X(01) VALUE 'N'.
008400     88 END-OF-INPUT                          VALUE 'Y'.
008500 *> -------------------------------------------------------
014200     02 FILLER PICTURE X(29) VALUE
014300        ' NOT FOUND - NOTHING TO TRIM.'.
014400
014301 01  ARCH-ALIGN-LINE.
014302     02 FILLER PICTURE X(39) VALUE
014303        ' CUTOFF MOVED TO START OF FISCAL PERIOD'.
014304     02 FILLER PICTURE X(01) VALUE SPACE.
014305     02 AR-FISCAL-YEAR       PICTURE 9(04).
014306     02 FILLER PICTURE X(08) VALUE ' PERIOD '.
014307     02 AR-FISCAL-PERIOD     PICTURE 9(02).
014308 01  ARCH-NOALIGN-LINE.
014309     02 FILLER PICTURE X(48) VALUE
014310        ' CUTOFF NOT ON CALMAST - DAY COUNT USED AS KEYED'.
014311 01  ARCH-INDEX-LINE.
014320     02 FILLER PICTURE X(25) VALUE ' AUDITIDX ROWS REBUILT.: '.
014330     02 AR-IDX-COUNT         PICTURE ZZZ,ZZ9.
014400
014800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014900     PERFORM 1000-GET-RETENTION THRU 1000-EXIT.
015000     PERFORM 1100-COMPUTE-CUTOFF THRU 1100-EXIT.
015010     PERFORM 1200-ALIGN-CUTOFF THRU 1200-EXIT.
015100     WRITE OUT-LINE FROM ARCH-HEADER-LINE
015200         AFTER ADVANCING 0 LINES.
015300     WRITE OUT-LINE FROM ARCH-UNDER-LINE AFTER ADVANCING 1 LINE.
015600     MOVE WS-RETENTION-DAYS TO AR-RETENTION.
015700     MOVE WS-CUTOFF-DATE TO AR-CUTOFF-DATE.
015800     WRITE OUT-LINE FROM ARCH-RETAIN-LINE AFTER ADVANCING 1 LINE.
015810     IF CUTOFF-ALIGNED
015820         WRITE OUT-LINE FROM ARCH-ALIGN-LINE
015830             AFTER ADVANCING 1 LINE
015840     ELSE
015850         WRITE OUT-LINE FROM ARCH-NOALIGN-LINE
015860             AFTER ADVANCING 1 LINE
015870     END-IF.
015900     PERFORM 2000-ARCHIVE-AUDIT THRU 2000-EXIT.
015950     IF NOT AUDIT-FILE-NOT-FOUND
015960         PERFORM 2500-REBUILD-AUDIT-INDEX THRU 2500-EXIT
019300         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
019400 1100-EXIT.
019500     EXIT.
019510
019520 *> -------------------------------------------------------
019530 *> 1200-ALIGN-CUTOFF - the cutoff only ever moves back, to
019540 *> the first day of its fiscal period off CALMAST, so the
019550 *> trim keeps a few more days live rather than cutting a
019560 *> period in two.  No calendar, or no row for the cutoff
019570 *> date, leaves the day count as keyed.
019580 *> -------------------------------------------------------
019590 1200-ALIGN-CUTOFF.
019600     OPEN INPUT CALENDAR-MASTER.
019610     IF CAL-FILE-NOT-FOUND
019620         GO TO 1200-EXIT
019630     END-IF.
019640     MOVE WS-CUTOFF-DATE TO CL-CAL-DATE.
019650     READ CALENDAR-MASTER
019660         INVALID KEY
019670             CONTINUE
019680         NOT INVALID KEY
019690             MOVE CL-PERIOD-START TO WS-CUTOFF-DATE
019700             MOVE CL-FISCAL-YEAR TO AR-FISCAL-YEAR
019710             MOVE CL-FISCAL-PERIOD TO AR-FISCAL-PERIOD
019720             SET CUTOFF-ALIGNED TO TRUE
019730     END-READ.
019740     CLOSE CALENDAR-MASTER.
019750 1200-EXIT.
019760     EXIT.
019600
019700 *> -------------------------------------------------------
019800 *> 2000-ARCHIVE-AUDIT - splits the live audit log on the
