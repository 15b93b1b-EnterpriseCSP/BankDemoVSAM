001500* manual file edit outside the application.  Request '2'        * cbankd25
001510* records an existing customer's backup-withholding standing    * cbankd25
001520* (flag, certified rate, certification status) for the          * cbankd25
001530* interest runs to honour.  The SIN and date of birth are       * cbankd25
001565* optional on create.                                           * cbankd25
001576* A customer type of B opens a business customer, which takes   * cbankd25
001587* no date of birth or guardian.                                 * cbankd25
001600***************************************************************** cbankd25
001700                                                                  cbankd25
001800 05  CD25-DATA.                                                   cbankd25
003120     15  CD25I-WHT-FLAG             PIC X(1).                     cbankd25
003130     15  CD25I-WHT-RATE             PIC 9(2)V99.                  cbankd25
003140     15  CD25I-WHT-CERT-STATUS      PIC X(1).                     cbankd25
003160     15  CD25I-SIN                  PIC X(9).                     cbankd25
003180     15  CD25I-DOB                  PIC X(10).                    cbankd25
003190     15  CD25I-GUARDIAN-PID         PIC X(5).                     cbankd25
003193     15  CD25I-CUST-TYPE            PIC X(1).                     cbankd25
003196       88  CD25I-BUSINESS           VALUE 'B'.                    cbankd25
003200   10  CD25O-DATA.                                                cbankd25
003300     15  CD25O-RESP                 PIC X(1).                     cbankd25
003400       88  CD25O-OK                 VALUE '0'.                    cbankd25
003500       88  CD25O-ERROR              VALUE '2'.                    cbankd25
003600     15  CD25O-PID                  PIC X(5).                     cbankd25
003700     15  CD25O-MSG                  PIC X(40).                    cbankd25
003710     15  CD25O-MINOR-FLAG           PIC X(1).                     cbankd25
003711       88  CD25O-MINOR              VALUE 'Y'.                    cbankd25
003800                                                                  cbankd25
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd25
