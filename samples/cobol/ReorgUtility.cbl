       01  M14O-REC.
           05 M14O-KEY          PIC 9(4).
           05 M14O-TEXT         PIC X(10).
           05 M14O-REST         PIC X(106).
       FD  M14N-FILE.
       01  M14N-REC.
           05 M14N-KEY          PIC 9(4).
           05 M14N-TEXT         PIC X(10).
           05 M14N-REST         PIC X(106).

       *> The MVP10PROGRAM indexed run-ledger layout, old and new.
       FD  ILDO-FILE.
