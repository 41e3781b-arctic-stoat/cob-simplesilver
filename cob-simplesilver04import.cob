             05 TRANSRATEUSED PIC 9(4)V9(6).
             05 TRANSREVERSALFLAG PIC X(01).
             05 TRANSREVERSALREF PIC 9(18).
             05 TRANSOPERATOR PIC X(08).

         FD INFILETOTAL
           RECORD CONTAINS 100 CHARACTERS.
           01 EXCEPTLINE PIC X(170).

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

         01 WS-AMOUNTTEXT PIC X(12) VALUE SPACES.
         01 WS-AMOUNTPARSED PIC S9(7)9V99 VALUE ZERO.
         END-IF.

       0000POSTIMPORTLINE.
         PERFORM 0000CHECKOVERDRAFT.
         IF WS-OD-BREACHED
           MOVE "RC08 OVERDRAFT LIMIT EXCEEDED" TO WS-REASONCODE
           MOVE "N" TO WS-LINEOK
         ELSE
           PERFORM 0000POSTIMPORTWRITE
         END-IF.

       0000CHECKOVERDRAFT.
         MOVE "N" TO WS-ODBREACHFLAG.
         IF WS-ACCTMAST-EXISTS AND WS-IMPORTAMOUNT < ZERO
           IF WS-ACCOUNTODLIMIT NOT NUMERIC
             MOVE ZERO TO WS-ACCOUNTODLIMIT
           END-IF
           COMPUTE WS-ODFLOOR = ZERO - WS-ACCOUNTODLIMIT
           COMPUTE WS-ODNEWBALANCE =
                   WS-KEY1TOTALTOTAL + WS-IMPORTAMOUNT
           IF WS-ODNEWBALANCE < WS-ODFLOOR
             MOVE "Y" TO WS-ODBREACHFLAG
           END-IF
         END-IF.

       0000POSTIMPORTWRITE.
         PERFORM 0000APPLYRULES.
         MOVE 0 TO WS-POSTRETRY.
         MOVE "N" TO WS-POSTOK.
           MOVE ZERO TO TRANSRATEUSED
           MOVE SPACES TO TRANSREVERSALFLAG
           MOVE ZERO TO TRANSREVERSALREF
           MOVE "IMPORT" TO TRANSOPERATOR
           WRITE INFILEFD
             INVALID KEY ADD 1 TO WS-POSTRETRY
             NOT INVALID KEY MOVE "Y" TO WS-POSTOK
