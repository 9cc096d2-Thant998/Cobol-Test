             05 JX-SOURCE-PGM        PIC X(8).
             05 JX-BEFORE-IMAGE      PIC X(72).
             05 JX-AFTER-IMAGE       PIC X(72).
             05 JX-OPERATOR-ID       PIC X(8).
             05 JX-APPROVER-ID       PIC X(8).

       WORKING-STORAGE SECTION.
        77  WS-FILE-STATUS         PIC X(2).
