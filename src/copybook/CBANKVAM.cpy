001500* SATMM01P via DBANK48P; validated at ATM sign-on by BCASH00P   * cbankvam
001600* and joined by the ZBNKATM2 replenishment forecast and the     * cbankvam
001700* ZBNKREC2 cash reconciliation so their reports show terminal   * cbankvam
001740* names and flag journal entries from unknown machines.  The    * cbankvam
001780* last cassette load and its date are recorded by DBANKVTP      * cbankvam
001820* as the branch vault issues cash to the machine, so the        * cbankvam
001860* forecast can tell how much cash is left in it.                * cbankvam
001900***************************************************************** cbankvam
002000                                                                  cbankvam
002100 05  ATM-RECORD                           PIC X(80).              cbankvam
002800   10  ATM-REC-LOCATION               PIC X(30).                  cbankvam
002900   10  ATM-REC-BRANCH-CODE            PIC X(3).                   cbankvam
003000   10  ATM-REC-CASSETTE-CAP           PIC S9(7)V99 COMP-3.        cbankvam
003050   10  ATM-REC-LAST-LOAD-AMT          PIC S9(7)V99 COMP-3.        cbankvam
003100   10  ATM-REC-LAST-LOAD-DATE         PIC X(10).                  cbankvam
003150   10  ATM-REC-FILLER                 PIC X(22).                  cbankvam
003200                                                                  cbankvam
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvam
