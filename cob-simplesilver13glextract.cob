             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1CATEGORY
             FILE STATUS IS WS-CATEGORYFSTAT.
           SELECT INFILE-SPLIT
             ASSIGN TO "cob-simplesilver01split.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1SPLIT
             FILE STATUS IS WS-SPLITFSTAT.
           SELECT INFILE-GLEXTRACT
             ASSIGN TO "cob-simplesilver01glextract.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             05 KEY1TOTALCURRENCY PIC X(3).
             05 KEY1TOTALTOTAL PIC S9(9)9V99.

         FD INFILE-SPLIT
           RECORD CONTAINS 40 CHARACTERS.
           01 SPLITFD.
             05 KEY1SPLIT.
               10 SPLITTRANS PIC 9(18).
               10 SPLITLINE PIC 9(02).
             05 SPLITCATEGORY PIC X(04).
             05 SPLITAMOUNT PIC S9(7)9V99.
             05 FILLER PIC X(06).

         FD INFILE-CATEGORY
           RECORD CONTAINS 40 CHARACTERS.
           01 CATEGORYFD.
           05 WS-KEY1CATEGORY PIC X(04).
           05 WS-CATEGORYNAME PIC X(30).

         01 WS-SPLITFSTAT PIC X(02) VALUE SPACES.
         01 WS-SPLITFD.
           05 WS-KEY1SPLIT.
             10 WS-SPLITTRANS PIC 9(18).
             10 WS-SPLITLINE PIC 9(02).
           05 WS-SPLITCATEGORY PIC X(04).
           05 WS-SPLITAMOUNT PIC S9(7)9V99.
           05 FILLER PIC X(06).
         01 WS-SPLITAVAIL PIC X(01) VALUE "N".
           88 WS-SPLIT-AVAILABLE VALUE "Y".
         01 WS-SPLITEOF PIC 9 VALUE ZERO.
         01 WS-SPLITLINES PIC 9(02) VALUE ZERO.
         01 WS-COUNTCATEGORY PIC X(04) VALUE SPACES.
         01 WS-COUNTAMOUNT PIC S9(7)9V99 VALUE ZERO.

         01 WS-FROMDATE PIC 9(08) VALUE ZERO.
         01 WS-TODATE PIC 9(08) VALUE ZERO.
         01 WS-FROMKEY PIC 9(14) VALUE ZERO.
         IF NOT WS-VERIFY-CLEAN
           DISPLAY "!EXTRACT REFUSED - DEBIT/CREDIT CROSS-CHECK "
                   "FAILED!"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.

         MOVE WS-GLHEADER TO GLLINE.
         WRITE GLLINE.

         MOVE "N" TO WS-SPLITAVAIL.
         OPEN INPUT INFILE-SPLIT.
         IF WS-SPLITFSTAT NOT = "35"
           MOVE "Y" TO WS-SPLITAVAIL
         END-IF.
         OPEN INPUT INFILE.
         MOVE ZERO TO WS-NEXTACCOUNT.
         MOVE 0 TO WS-ENDOFFILE.
           END-IF
         END-PERFORM.
         CLOSE INFILE.
         IF WS-SPLIT-AVAILABLE
           CLOSE INFILE-SPLIT
         END-IF.

         MOVE WS-DETAILCOUNT TO WS-GLTRECCOUNT.
         MOVE WS-HASHWORK(4:15) TO WS-GLTHASHTOTAL.
                 IF WS-KEY1DATE NOT < WS-FROMKEY
                     AND WS-KEY1DATE NOT > WS-TOKEY
                   ADD 1 TO WS-RECORDSEXTRACTED
                   PERFORM 0000COUNTPOSTING
                 END-IF
               END-IF
           END-READ
           PERFORM 0000WRITEDETAILLINE
         END-PERFORM.

       0000COUNTPOSTING.
         MOVE ZERO TO WS-SPLITLINES.
         IF WS-SPLIT-AVAILABLE
           MOVE WS-KEY1TRANS TO SPLITTRANS
           MOVE ZERO TO SPLITLINE
           MOVE 0 TO WS-SPLITEOF
           START INFILE-SPLIT KEY IS NOT LESS THAN KEY1SPLIT
             INVALID KEY MOVE 1 TO WS-SPLITEOF
           END-START
           PERFORM UNTIL WS-SPLITEOF = 1
             READ INFILE-SPLIT NEXT RECORD INTO WS-SPLITFD
               AT END MOVE 1 TO WS-SPLITEOF
               NOT AT END
                 IF WS-SPLITTRANS NOT = WS-KEY1TRANS
                   MOVE 1 TO WS-SPLITEOF
                 ELSE
                   ADD 1 TO WS-SPLITLINES
                   MOVE WS-SPLITCATEGORY TO WS-COUNTCATEGORY
                   MOVE WS-SPLITAMOUNT TO WS-COUNTAMOUNT
                   PERFORM 0000COUNTRECORD
                 END-IF
             END-READ
           END-PERFORM
         END-IF.
         IF WS-SPLITLINES = ZERO
           MOVE WS-TRANSACTIONCATEGORY TO WS-COUNTCATEGORY
           MOVE WS-TRANSACTIONAMMOUNT TO WS-COUNTAMOUNT
           PERFORM 0000COUNTRECORD
         END-IF.

       0000COUNTRECORD.
         MOVE WS-COUNTCATEGORY TO WS-REPORTCODE.
         PERFORM 0000RESOLVECATEGORY.

         MOVE ZERO TO WS-RPTFOUNDIDX.
         END-IF.
         IF WS-RPTFOUNDIDX NOT = ZERO
           ADD 1 TO WS-RPTCOUNT(WS-RPTFOUNDIDX)
           ADD WS-COUNTAMOUNT TO WS-RPTTOTAL(WS-RPTFOUNDIDX)
         END-IF.

       0000RESOLVECATEGORY.
