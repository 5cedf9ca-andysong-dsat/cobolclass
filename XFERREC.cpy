      *> Shared stock transfer line layout. COPY this into the
      *> transfer.txt FD. One line per transfer from one location to
      *> another. It is in transit from the day it ships until the
      *> receiving location confirms what actually arrived; anything
      *> short on arrival is written off the company count there and
      *> then. Transfer numbers run up and are never reused.
       02 XF-TransferNum PIC 9(5).
       02 FILLER PIC X.
       02 XF-FromLoc PIC X(4).
       02 FILLER PIC X.
       02 XF-ToLoc PIC X(4).
       02 FILLER PIC X.
       02 XF-ProdName PIC X(5).
       02 FILLER PIC X.
       02 XF-ProdSize PIC A.
       02 FILLER PIC X.
       02 XF-Qty PIC 9(4).
       02 FILLER PIC X.
       02 XF-ShipDate PIC 9(8).
       02 FILLER PIC X.
       02 XF-ShippedBy PIC X(8).
       02 FILLER PIC X.
       02 XF-Status PIC X.
           88 XF-InTransit VALUE 'T'.
           88 XF-Received  VALUE 'R'.
       02 FILLER PIC X.
       02 XF-RecvDate PIC 9(8).
       02 FILLER PIC X.
       02 XF-RecvQty PIC 9(4).
       02 FILLER PIC X.
       02 XF-ReceivedBy PIC X(8).
