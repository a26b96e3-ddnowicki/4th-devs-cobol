       01  WS-CTLREC-OUT            PIC 9(7).
       01  WS-CTLREC-REJ            PIC 9(7).
       01  WS-CTLREC-TS             PIC X(21).
       01  WS-CTLREC-LINE           PIC X(150).
