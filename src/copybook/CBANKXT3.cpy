000800* CBANKXT3.CPY                                                  * cbankxt3
000900*---------------------------------------------------------------* cbankxt3
001000* This is the record file record layout used to extract the     * cbankxt3
001075* year-end tax reporting data (interest paid and other           *cbankxt3
001150* reportable amounts, summed per customer, and the balance held  *cbankxt3
001225* at the tax year end) from the bank files.                      *cbankxt3
001300***************************************************************** cbankxt3
001400   05  XTACT03-RECORD.                                            cbankxt3
001500     10  BANKXT03-PID                        PIC X(5).            cbankxt3
002400     10  BANKXT03-INTEREST-PAID              PIC S9(7)V99 COMP-3. cbankxt3
002500     10  BANKXT03-OTHER-REPORTABLE           PIC S9(7)V99 COMP-3. cbankxt3
002510     10  BANKXT03-TAX-WITHHELD               PIC S9(7)V99 COMP-3. cbankxt3
002555     10  BANKXT03-YEAR-END-BALANCE           PIC S9(9)V99 COMP-3. cbankxt3
002600                                                                  cbankxt3
002700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxt3
