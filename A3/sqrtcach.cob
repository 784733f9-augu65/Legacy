001200 *>
001300 *> Modification History:
001400 *>   2026-08-22  DW   New program.
001400 *>   2026-10-15  DW   The cache key now carries the exponent
001400 *>                   numerator of a rational-power answer; the
001400 *>                   list and most-hit lines show it and a
001400 *>                   delete asks for it (01 for a plain root).
001500 *> ---------------------------------------------------------
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. SQRTCACH.
005400 77  WS-RAW-INPUT               PICTURE S9(13)V9(8).
005500 77  WS-DELETE-IN-Z             PICTURE S9(11)V9(06).
005600 77  WS-DEGREE-ENTRY            PICTURE 9(02).
005600 77  WS-NUMERATOR-ENTRY         PICTURE 9(02).
005700 *> -------------------------------------------------------
005800 *> age-based purge control
005900 *> -------------------------------------------------------
009000     02 WS-TOP-ENTRY OCCURS 5 TIMES.
009100        03 WT-IN-Z              PICTURE S9(11)V9(06).
009200        03 WT-ROOT-DEGREE       PICTURE 9(02).
009200        03 WT-EXP-NUMERATOR     PICTURE 9(02).
009300        03 WT-HIT-COUNT         PICTURE 9(07).
009400 *> -------------------------------------------------------
009500 *> prompts and report lines
010400 01  DEGREE-PROMPT.
010500     02 FILLER PICTURE X(37) VALUE
010600        ' ENTER ROOT DEGREE (02-99, 02=SQRT): '.
010600 01  NUMERATOR-PROMPT.
010600     02 FILLER PICTURE X(44) VALUE
010600        ' ENTER EXPONENT NUMERATOR (01=PLAIN ROOT):  '.
010700 01  PURGE-PROMPT.
010800     02 FILLER PICTURE X(46) VALUE
010900        ' ENTER PURGE AGE IN DAYS (001-999):           '.
012200     02 FILLER PICTURE X(18) VALUE 'CACHED NUMBER     '.
012300     02 FILLER PICTURE X(05) VALUE SPACES.
012400     02 FILLER PICTURE X(02) VALUE 'DG'.
012400     02 FILLER PICTURE X(02) VALUE SPACES.
012400     02 FILLER PICTURE X(02) VALUE ' P'.
012500     02 FILLER PICTURE X(02) VALUE SPACES.
012600     02 FILLER PICTURE X(26) VALUE 'ROOT'.
012700     02 FILLER PICTURE X(02) VALUE SPACES.
012800     02 FILLER PICTURE X(08) VALUE 'LAST REF'.
012900     02 FILLER PICTURE X(02) VALUE SPACES.
013300     02 LD-IN-Z              PICTURE -Z(10)9.9(6).
013400     02 FILLER PICTURE X(02) VALUE SPACES.
013500     02 LD-ROOT-DEGREE       PICTURE Z9.
013500     02 FILLER PICTURE X(02) VALUE SPACES.
013500     02 LD-EXP-NUMERATOR     PICTURE Z9.
013600     02 FILLER PICTURE X(02) VALUE SPACES.
013700     02 LD-OUT-Y             PICTURE -(11)9.9(18).
013800     02 FILLER PICTURE X(02) VALUE SPACES.
016800     02 TD-IN-Z              PICTURE -Z(10)9.9(6).
016900     02 FILLER PICTURE X(02) VALUE SPACES.
017000     02 TD-ROOT-DEGREE       PICTURE Z9.
017000     02 FILLER PICTURE X(02) VALUE ' P'.
017000     02 TD-EXP-NUMERATOR     PICTURE Z9.
017100     02 FILLER PICTURE X(02) VALUE SPACES.
017200     02 TD-HIT-COUNT         PICTURE ZZZ,ZZ9.
017300
026100             ADD 1 TO WS-SCAN-COUNT
026200             MOVE CA-IN-Z TO LD-IN-Z
026300             MOVE CA-ROOT-DEGREE TO LD-ROOT-DEGREE
026300             MOVE CA-EXP-NUMERATOR TO LD-EXP-NUMERATOR
026400             MOVE CA-OUT-Y TO LD-OUT-Y
026500             MOVE CA-LAST-REF-DATE TO LD-LAST-REF
026600             MOVE CA-HIT-COUNT TO LD-HIT-COUNT
027100     EXIT.
027200
027300 *> -------------------------------------------------------
027400 *> 3000-DELETE-ONE-KEY - purges one poisoned entry by value,
027500 *> degree and exponent numerator, without touching the rest
027500 *> of the cluster.
027600 *> -------------------------------------------------------
027700 3000-DELETE-ONE-KEY.
027800     WRITE OUT-LINE FROM VALUE-PROMPT AFTER ADVANCING 1 LINE.
028600     IF WS-DEGREE-ENTRY NOT NUMERIC OR WS-DEGREE-ENTRY < 2
028700         MOVE 2 TO WS-DEGREE-ENTRY
028800     END-IF.
028800     WRITE OUT-LINE FROM NUMERATOR-PROMPT AFTER ADVANCING 1 LINE.
028800     ACCEPT WS-NUMERATOR-ENTRY.
028800     IF WS-NUMERATOR-ENTRY NOT NUMERIC OR WS-NUMERATOR-ENTRY < 1
028800         MOVE 1 TO WS-NUMERATOR-ENTRY
028800     END-IF.
028900     MOVE WS-DELETE-IN-Z TO CA-IN-Z.
029000     MOVE WS-DEGREE-ENTRY TO CA-ROOT-DEGREE.
029000     MOVE WS-NUMERATOR-ENTRY TO CA-EXP-NUMERATOR.
029100     DELETE CACHE-FILE
029200         INVALID KEY
029300             WRITE OUT-LINE FROM NOT-FOUND-MESS
045400     IF CA-HIT-COUNT > WT-HIT-COUNT (WS-LOW-SUB)
045500         MOVE CA-IN-Z TO WT-IN-Z (WS-LOW-SUB)
045600         MOVE CA-ROOT-DEGREE TO WT-ROOT-DEGREE (WS-LOW-SUB)
045600         MOVE CA-EXP-NUMERATOR TO WT-EXP-NUMERATOR (WS-LOW-SUB)
045700         MOVE CA-HIT-COUNT TO WT-HIT-COUNT (WS-LOW-SUB)
045800     END-IF.
045900 6200-EXIT.
047000     IF WT-HIT-COUNT (WS-TOP-SUB) > 0
047100         MOVE WT-IN-Z (WS-TOP-SUB) TO TD-IN-Z
047200         MOVE WT-ROOT-DEGREE (WS-TOP-SUB) TO TD-ROOT-DEGREE
047200         MOVE WT-EXP-NUMERATOR (WS-TOP-SUB) TO TD-EXP-NUMERATOR
047300         MOVE WT-HIT-COUNT (WS-TOP-SUB) TO TD-HIT-COUNT
047400         WRITE OUT-LINE FROM TOP-DETAIL-LINE
047500             AFTER ADVANCING 1 LINE
