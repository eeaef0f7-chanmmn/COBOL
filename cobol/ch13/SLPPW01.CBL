000001*--------------------------------------------------
000002* SLPPW01.CBL
000003* FILE-CONTROL entry for the Positive Pay work
000004* file. The day's issue file is copied here, less
000005* its trailer, the first time a program adds to
000006* it, and copied back with a fresh trailer when
000007* the program is done - so the day's file always
000008* ends in exactly one trailer no matter how many
000009* payment runs and void sessions added to it.
000010*--------------------------------------------------
000011 SELECT POSITIVE-PAY-WORK
000012     ASSIGN TO "vndppywrk.txt"
000013     ORGANIZATION IS LINE SEQUENTIAL
000014     FILE STATUS IS WS-PPW-FILE-STATUS.
