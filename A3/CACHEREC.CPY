000590 *> CA-OUT-Y holds the engines' full 18 decimal places, so a
000592 *> later run asking for more precision than the run that
000594 *> cached the value still gets a good answer.
000595 *> CA-EXP-NUMERATOR joins the key: Z to the 3/2 and the
000596 *> plain square root of Z are different cached answers.
000597 *> It is 01 for a plain root.  The key is 21 bytes now, not
000598 *> 19; the record length is unchanged.
000600 *> ---------------------------------------------------------
000700 01  CACHE-RECORD.
000800     02 CACHE-KEY.
000900        03 CA-IN-Z            PICTURE S9(11)V9(06).
001000        03 CA-ROOT-DEGREE     PICTURE 9(02).
001050        03 CA-EXP-NUMERATOR   PICTURE 9(02).
001100     02 CA-OUT-Y              PICTURE S9(11)V9(18).
001200     02 CA-ITERATIONS         PICTURE 9(05).
001210     02 CA-LAST-REF-DATE      PICTURE 9(08).
001220     02 CA-HIT-COUNT          PICTURE 9(07).
001300     02 CA-FILLER             PICTURE X(08).
