000100 *> ---------------------------------------------------------
000200 *> RETNREC - one card per file on the RETNTBL retention
000300 *> table SQRTPURG reads: the file's DD name and the number of
000400 *> days its rows are kept live before they are cut to a
000500 *> dated archive generation.  A card whose first column is
000600 *> an asterisk is a comment.  A file with no card, or a card
000700 *> whose days are blank or zero, keeps the shop default; a
000800 *> card asking for less than the file's floor is raised to
000900 *> the floor (REQREG is held as long as the longest
001000 *> duplicate window SQRTEDIT accepts).  RT-COMMENT is free
001100 *> text for whoever maintains the table.
001200 *> ---------------------------------------------------------
001300 01  RETENTION-TABLE-RECORD.
001400     02 RT-FILE-NAME          PICTURE X(08).
001500     02 RT-SEPARATOR          PICTURE X(01).
001600     02 RT-RETAIN-DAYS        PICTURE 9(04).
001700     02 RT-COMMENT            PICTURE X(67).
