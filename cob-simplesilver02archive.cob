             05 TRANSRATEUSED PIC 9(4)V9(6).
             05 TRANSREVERSALFLAG PIC X(01).
             05 TRANSREVERSALREF PIC 9(18).
             05 TRANSOPERATOR PIC X(08).

         FD INFILE-ARCHIVE
           RECORD CONTAINS 160 CHARACTERS.
             05 WS-TRANSRATEUSED PIC 9(4)V9(6).
             05 WS-TRANSREVERSALFLAG PIC X(01).
             05 WS-TRANSREVERSALREF PIC 9(18).
             05 WS-TRANSOPERATOR PIC X(08).

         01 WS-CUTOFFDATE PIC 9(14) VALUE ZERO.
         01 WS-ARCHIVEMONTH PIC 9(06) VALUE ZERO.
           MOVE ZERO TO TRANSRATEUSED
           MOVE SPACES TO TRANSREVERSALFLAG
           MOVE ZERO TO TRANSREVERSALREF
           MOVE "ARCHIVE" TO TRANSOPERATOR
           WRITE INFILEFD
             INVALID KEY ADD 1 TO WS-ADJRETRY
             NOT INVALID KEY MOVE "Y" TO WS-ADJOK
