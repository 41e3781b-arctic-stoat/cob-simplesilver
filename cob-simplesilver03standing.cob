             05 TRANSRATEUSED PIC 9(4)V9(6).
             05 TRANSREVERSALFLAG PIC X(01).
             05 TRANSREVERSALREF PIC 9(18).
             05 TRANSOPERATOR PIC X(08).

         FD INFILETOTAL
           RECORD CONTAINS 100 CHARACTERS.
           01 JOURNALLINE PIC X(132).

         FD INFILE-ACCOUNT
           RECORD CONTAINS 60 CHARACTERS.
           01 ACCOUNTMASTERFD.
             05 KEY1ACCOUNT PIC 9(15).
             05 ACCOUNTMASTERNAME PIC X(22).
             05 ACCOUNTTYPE PIC X(01).
             05 ACCOUNTOPENDATE PIC 9(08).
             05 ACCOUNTSTATUS PIC X(01).
             05 ACCOUNTODLIMIT PIC 9(7)9V99.

         FD INFILE-RUNCTL
           RECORD CONTAINS 120 CHARACTERS.
             05 WS-TRANSRATEUSED PIC 9(4)V9(6).
             05 WS-TRANSREVERSALFLAG PIC X(01).
             05 WS-TRANSREVERSALREF PIC 9(18).
             05 WS-TRANSOPERATOR PIC X(08).

         01 WS-INFILETOTALFD.
           05 WS-KEY1TOTAL PIC 9(15).
           05 WS-ACCOUNTTYPE PIC X(01).
           05 WS-ACCOUNTOPENDATE PIC 9(08).
           05 WS-ACCOUNTSTATUS PIC X(01).
           05 WS-ACCOUNTODLIMIT PIC 9(7)9V99.
         01 WS-ACCTMASTAVAIL PIC X(01) VALUE "N".
           88 WS-ACCTMAST-AVAILABLE VALUE "Y".
         01 WS-ACCTMASTFOUND PIC X(01) VALUE "N".
           88 WS-ACCTMAST-EXISTS VALUE "Y".
         01 WS-ACCTCLOSEDFLAG PIC X(01) VALUE "N".
           88 WS-ACCT-CLOSED VALUE "Y".
         01 WS-ODFLOOR PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODNEWBALANCE PIC S9(9)9V99 VALUE ZERO.
         01 WS-ODBREACHFLAG PIC X(01) VALUE "N".
           88 WS-OD-BREACHED VALUE "Y".

         01 WS-RUNCTLFSTAT PIC X(02) VALUE SPACES.
         01 WS-RUNCTLFD.
         END-IF.

       0000WRITETEMPLATETRANS.
         PERFORM 0000CHECKOVERDRAFT.
         IF WS-OD-BREACHED
           ADD 1 TO WS-TEMPLATESSKIPPED
           MOVE SPACES TO JOURNALLINE
           STRING "SKIPPED " WS-KEY1STANDING
             " ACCOUNT " WS-STANDINGACCOUNT
             " - OVERDRAFT LIMIT EXCEEDED"
             DELIMITED BY SIZE INTO JOURNALLINE
           END-STRING
           WRITE JOURNALLINE
         ELSE
           PERFORM 0000WRITETEMPLATEPOST
         END-IF.

       0000CHECKOVERDRAFT.
         MOVE "N" TO WS-ODBREACHFLAG.
         IF WS-ACCTMAST-EXISTS AND WS-STANDINGAMOUNT < ZERO
           IF WS-ACCOUNTODLIMIT NOT NUMERIC
             MOVE ZERO TO WS-ACCOUNTODLIMIT
           END-IF
           COMPUTE WS-ODFLOOR = ZERO - WS-ACCOUNTODLIMIT
           COMPUTE WS-ODNEWBALANCE =
                   WS-KEY1TOTALTOTAL + WS-STANDINGAMOUNT
           IF WS-ODNEWBALANCE < WS-ODFLOOR
             MOVE "Y" TO WS-ODBREACHFLAG
           END-IF
         END-IF.

       0000WRITETEMPLATEPOST.
         MOVE SPACES TO WS-ACCOUNTNAME.
         IF WS-ACCTMAST-EXISTS
           MOVE WS-ACCOUNTMASTERNAME TO WS-ACCOUNTNAME
           MOVE ZERO TO TRANSRATEUSED
           MOVE SPACES TO TRANSREVERSALFLAG
           MOVE ZERO TO TRANSREVERSALREF
           MOVE "STANDING" TO TRANSOPERATOR
           WRITE INFILEFD
             INVALID KEY ADD 1 TO WS-POSTRETRY
             NOT INVALID KEY MOVE "Y" TO WS-POSTOK
