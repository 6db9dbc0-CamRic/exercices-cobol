       01  ENR-FICSOR                                  PIC X(60).

       FD  FILE-CLAIMNOM.
       01  S-CLAIMNOM                                  PIC X(110).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
