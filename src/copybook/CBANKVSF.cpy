001200* carrying the role code the authorization check resolves       * cbankvsf
001300* against the BNKAUTH table.  The role codes follow the         * cbankvsf
001400* DFDSTAFF job-title split: T teller, S supervisor, A           * cbankvsf
001450* administrator.  Maintained by SROLE01P via DBANK35P.          * cbankvsf
001500* The branch code names the branch whose manager recertifies    * cbankvsf
001550* the user in the quarterly access review (BNKRCRT).            * cbankvsf
001560* The own PID links the user to their own customer record, so   * cbankvsf
001570* their own accounts and their household on BNKHHLD are         * cbankvsf
001580* treated as connected parties alongside those declared on      * cbankvsf
001590* BNKSCON.                                                      * cbankvsf
001600***************************************************************** cbankvsf
001700                                                                  cbankvsf
001800 05  STF-RECORD                           PIC X(60).              cbankvsf
002600   10  STF-REC-NAME                   PIC X(25).                  cbankvsf
002700   10  STF-REC-ACTIVE                 PIC X(1).                   cbankvsf
002800     88  STF-IS-ACTIVE                VALUE 'Y'.                  cbankvsf
002866   10  STF-REC-BRANCH                 PIC X(3).                   cbankvsf
002910   10  STF-REC-OWN-PID                PIC X(5).                   cbankvsf
002954   10  STF-REC-FILLER                 PIC X(17).                  cbankvsf
003000                                                                  cbankvsf
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvsf
