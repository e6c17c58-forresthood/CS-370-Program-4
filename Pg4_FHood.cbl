      * already past date, and the transfer suggestions no longer
      * offer donor stock that would expire before it could sell at
      * the destination.
      * The open-PO line grew from 33 to 49 bytes: the posting run
      * now stamps the dates of a line's first and latest receipt,
      * and a new line goes out with both blank.
      * The open-PO line grew again, to 57 bytes, for the date the
      * posting run closes it, full or short; a new line goes out
      * with it blank.
      * * * * * *

       ENVIRONMENT DIVISION.
       01  PO-Line                    PIC X(80) .
      *
       FD Open-PO-File
           Record contains 57 characters.

       01  Open-PO-Record.
           05 OPO-Order-Num           PIC 9(6) .
           05 OPO-Ordered             PIC 9(5) .
           05 OPO-Received            PIC 9(5) .
           05 OPO-Status              PIC X .
           05 OPO-First-Recv          PIC X(8) .
           05 OPO-Last-Recv           PIC X(8) .
           05 OPO-Close-Date          PIC X(8) .
      *
       FD GL-Account-Map-File
           Record contains 80 characters.
           MOVE POT-Qty(POT-Index) to OPO-Ordered
           MOVE ZERO to OPO-Received
           MOVE 'O' to OPO-Status
           MOVE SPACES to OPO-First-Recv
           MOVE SPACES to OPO-Last-Recv
           MOVE SPACES to OPO-Close-Date
           WRITE Open-PO-Record
           .
      * Sweeps up suggestions whose vendor code was not in the vendor
