001030 *> reject workbench each time a corrected record goes back
001040 *> in, so a record that keeps bouncing is flagged back to
001050 *> the requester instead of looping forever.
001060 *> INZ-BUDGET-RELEASE, also out of the filler, is set to R
001070 *> by SQRTHOLD when a supervisor releases a request SQRTEDIT
001080 *> held over its department's monthly budget, so the next
001090 *> night's edit lets it through instead of holding it again.
001090 *> INZ-RECALC-FLAG, out of the filler as well, is set to C
001090 *> by SQRTRCLC on a record it builds for a recalculation
001090 *> campaign: an old result redone under its original request
001090 *> ID.  The edit lets it past the duplicate window and the
001090 *> budget hold, and the calc run works it out afresh instead
001090 *> of taking the cached answer the correction is replacing.
001095 *> INZ-EXP-NUMERATOR makes the request a rational exponent:
001096 *> Z to the power INZ-EXP-NUMERATOR / INZ-ROOT-DEGREE, so 03
001097 *> with degree 02 asks for Z to the 3/2.  Blank, 00 or 01 is
001098 *> the plain root every record asked for before.
001098 *> INZ-DUE-DATE, carved from the filler too, is the night a
001098 *> standing order fell due when SQRTGEN generated it late on
001098 *> a supervisor's catch-up run for a night the stream never
001098 *> ran.  Blank on every record made the night it is due.
001100 *> ---------------------------------------------------------
001200 01  INZ-INPUT-RECORD.
001300     02 INZ-REC-VALUE         PICTURE S9(11)V9(06).
001600     02 INZ-ROOT-DEGREE       PICTURE 9(02).
001700     02 INZ-DECIMAL-PLACES    PICTURE 9(02).
001750     02 INZ-RESUBMIT-COUNT    PICTURE 9(02).
001760     02 INZ-BUDGET-RELEASE    PICTURE X(01).
001770        88 INZ-BUDGET-RELEASED               VALUE 'R'.
001770     02 INZ-RECALC-FLAG       PICTURE X(01).
001770        88 INZ-RECALCULATION                 VALUE 'C'.
001780     02 INZ-EXP-NUMERATOR     PICTURE 9(02).
001790        88 INZ-RATIONAL-EXPONENT             VALUE 02 THRU 99.
001800     02 INZ-DUE-DATE          PICTURE X(08).
001800     02 INZ-FILLER            PICTURE X(13).
