000100 *> ---------------------------------------------------------
000200 *> SQRTSEAL_HASH - audit row hashing for the AUDSEAL seal,
000300 *> called by every program that appends to AUDITLOG and by
000400 *> SQRTSEAL when it recomputes a run, so the arithmetic is
000500 *> the same on both sides.  A row's hash is a polynomial over
000600 *> every byte of the audit record in order, so a changed
000700 *> digit, a swapped pair of bytes or a shifted field all move
000800 *> it.  The chained hash folds each row hash onto the one
000900 *> before, so it also moves when a row is removed, added or
001000 *> written out of order.  Both are kept below a large prime
001100 *> so the arithmetic never leaves an 18-digit field.
001200 *>
001300 *> Modification History:
001400 *>   2026-10-15  DW   New program.
001500 *> ---------------------------------------------------------
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. SQRTSEAL_HASH.
001800 AUTHOR. D. WHITFIELD.
001900 INSTALLATION. ENGINEERING SYSTEMS.
002000 DATE-WRITTEN. 10/15/2026.
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 77  WS-HASH-PRIME              PICTURE 9(18) COMP
002600                                  VALUE 999999999999989.
002700 77  WS-ROW-MULTIPLIER          PICTURE 9(03) COMP VALUE 131.
002800 77  WS-CHAIN-MULTIPLIER        PICTURE 9(03) COMP VALUE 257.
002900 77  WS-HASH-WORK               PICTURE 9(18) COMP VALUE 0.
003000 77  WS-HASH-QUOTIENT           PICTURE 9(18) COMP VALUE 0.
003100 77  WS-HASH-LENGTH             PICTURE 9(03) COMP VALUE 0.
003200 77  WS-BYTE-IX                 PICTURE 9(03) COMP VALUE 0.
003300 *> one byte of the row read as a number: the byte goes in the
003400 *> low half of a binary halfword whose high half is zero.
003500 01  WS-BYTE-WORK.
003600     02 WS-BYTE-HIGH            PICTURE X(01) VALUE LOW-VALUE.
003700     02 WS-BYTE-LOW             PICTURE X(01) VALUE LOW-VALUE.
003800 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
003900                                  PICTURE 9(04) COMP.
004000 01  WS-ROW-DATA.
004100     02 WS-ROW-BYTE             PICTURE X(01) OCCURS 200 TIMES.
004200 LINKAGE SECTION.
004300 COPY AUDITREC.
004400 COPY SEALPARM.
004500
004600 PROCEDURE DIVISION USING AUDIT-LOG-RECORD, SEAL-PARAMETERS.
004700 0000-MAINLINE.
004800     IF SP-HASH-ROW
004900         PERFORM 1000-HASH-ROW THRU 1000-EXIT
005000     END-IF.
005100     PERFORM 2000-ADVANCE-CHAIN THRU 2000-EXIT.
005200     GOBACK.
005300
005400 *> -------------------------------------------------------
005500 *> 1000-HASH-ROW - every byte of the audit record, each one
005600 *> raised by one so a LOW-VALUE byte still counts.
005700 *> -------------------------------------------------------
005800 1000-HASH-ROW.
005900     MOVE AUDIT-LOG-RECORD TO WS-ROW-DATA.
006000     MOVE LENGTH OF AUDIT-LOG-RECORD TO WS-HASH-LENGTH.
006100     MOVE 0 TO WS-HASH-WORK.
006200     PERFORM 1100-HASH-ONE-BYTE THRU 1100-EXIT
006300         VARYING WS-BYTE-IX FROM 1 BY 1
006400         UNTIL WS-BYTE-IX > WS-HASH-LENGTH.
006500     MOVE WS-HASH-WORK TO SP-ROW-HASH.
006600 1000-EXIT.
006700     EXIT.
006800
006900 1100-HASH-ONE-BYTE.
007000     MOVE WS-ROW-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW.
007100     COMPUTE WS-HASH-WORK = WS-HASH-WORK * WS-ROW-MULTIPLIER
007200         + WS-BYTE-VALUE + 1.
007300     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
007400         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-WORK.
007500 1100-EXIT.
007600     EXIT.
007700
007800 *> -------------------------------------------------------
007900 *> 2000-ADVANCE-CHAIN - the row hash folded onto the chain,
008000 *> added to the order-blind total (kept below the same
008100 *> prime), and counted.
008200 *> -------------------------------------------------------
008300 2000-ADVANCE-CHAIN.
008400     COMPUTE WS-HASH-WORK = SP-CHAIN-HASH * WS-CHAIN-MULTIPLIER
008500         + SP-ROW-HASH.
008600     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
008700         GIVING WS-HASH-QUOTIENT REMAINDER SP-CHAIN-HASH.
008800     COMPUTE WS-HASH-WORK = SP-HASH-TOTAL + SP-ROW-HASH.
008900     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
009000         GIVING WS-HASH-QUOTIENT REMAINDER SP-HASH-TOTAL.
009100     ADD 1 TO SP-ROW-COUNT.
009200 2000-EXIT.
009300     EXIT.
