000001*--------------------------------------------------
000002* SLPPY01.CBL
000003* FILE-CONTROL entry for the Positive Pay issue
000004* file sent to the bank's check fraud service. One
000005* file per calendar day, named ppyYYYYMMDD.txt -
000006* the name is built in WS-PPY-FILE-NAME by the
000007* PRPPY01 paragraphs before the file is opened.
000008* The copying program must COPY WSPPY01.CBL.
000009*--------------------------------------------------
000010 SELECT POSITIVE-PAY-FILE
000011     ASSIGN TO WS-PPY-FILE-NAME
000012     ORGANIZATION IS LINE SEQUENTIAL
000013     FILE STATUS IS WS-PPY-FILE-STATUS.
