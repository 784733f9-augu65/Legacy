000800 *> MACHFILE and report row is one the shop actually issued.
000900 *> DM-CONTACT names who to call when that department's feed
001000 *> goes wrong.  Maintained by SQRTDEPT.
001010 *> DM-SLA-DAYS is the department's turnaround target in
001020 *> days from first arrival to a result on RSLTMAST, judged
001030 *> by SQRTSLA; zero means the shop default keyed for the
001040 *> report applies.
001050 *> DM-MONTHLY-BUDGET is what the department may spend on
001060 *> calculation work in a calendar month, priced off the
001070 *> RATEFILE rate card the way SQRTCHBK bills it; zero means
001080 *> no limit.  SQRTEDIT holds a request that would take the
001090 *> month over it.  The budget outgrew the old filler, so
001095 *> the record is 74 bytes now, not 65.
001100 *> ---------------------------------------------------------
001200 01  DEPT-MASTER-RECORD.
001300     02 DM-DEPT-CODE          PICTURE X(04).
001600     02 DM-ACTIVE-FLAG        PICTURE X(01).
001700        88 DM-ACTIVE                          VALUE 'A'.
001800        88 DM-INACTIVE                        VALUE 'I'.
001850     02 DM-SLA-DAYS           PICTURE 9(03).
001860     02 DM-MONTHLY-BUDGET     PICTURE 9(07)V9(02).
001900     02 DM-FILLER             PICTURE X(07).
