           05 NM-GIVEN-NAME      PIC X(20).
           05 NM-MIDDLE-NAMES    PIC X(36).
           05 NM-TOKEN-COUNT     PIC 9(2).
           05 NM-CUST-KEY        PIC X(4).
           05 NM-TITLE           PIC X(10).
           05 NM-SUFFIX          PIC X(10).

       *> Candidate duplicate pairs for the dedupe review queue.
       FD  CAND-FILE.
