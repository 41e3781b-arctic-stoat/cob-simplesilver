             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1CATEGORY
             FILE STATUS IS WS-CATEGORYFSTAT.
           SELECT INFILE-SPLIT
             ASSIGN TO "cob-simplesilver01split.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KEY1SPLIT
             FILE STATUS IS WS-SPLITFSTAT.
           SELECT INFILE-BUDGET
             ASSIGN TO "cob-simplesilver01budget.dat"
             ORGANIZATION IS INDEXED
             05 TRANSREVERSALREF PIC 9(18).
             05 FILLER PIC X(08).

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

         01 WS-BUDGETFSTAT PIC X(02) VALUE SPACES.
         01 WS-BUDGETFD.
           05 WS-KEY1BUDGET.
         END-IF.
         IF WS-FROMMONTH = ZERO
           DISPLAY "!ERROR FROM MONTH CANNOT BE ZERO!"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.

         PERFORM 0000LOADCATEGORYTABLE.
         PERFORM 0000LOADBUDGETS.

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

         PERFORM 0000PRINTREPORT.

                 IF WS-RECORDMONTH NOT < WS-FROMMONTH
                     AND WS-RECORDMONTH NOT > WS-TOMONTH
                   ADD 1 TO WS-RECORDSCOUNTED
                   PERFORM 0000COUNTPOSTING
                 END-IF
               END-IF
           END-READ
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
         PERFORM 0000FINDBVAENTRY.
         IF WS-BVAFOUNDIDX NOT = ZERO
           ADD WS-COUNTAMOUNT
             TO WS-BVAACTUAL(WS-BVAFOUNDIDX)
         END-IF.

