003098    10  LNM-REC-DAYS-DELINQ            PIC S9(5) COMP-3.          cbankvln
003099    10  LNM-REC-CHGOFF-DATE            PIC X(10).                 cbankvln
003100    10  LNM-REC-RECOVERED              PIC S9(7)V99 COMP-3.       cbankvln
003200*    A revolving line of credit carries its limit, drawn          cbankvln
003300*    balance and billing cycle on BNKLOC (CBANKVLC.CPY); its      cbankvln
003400*    BNKLNSCH rows are the minimum payments each cycle bills      cbankvln
003500    10  LNM-REC-PRODUCT                PIC X(1).                  cbankvln
003600      88  LNM-PRODUCT-INSTALMENT       VALUE 'I', ' '.            cbankvln
003700      88  LNM-PRODUCT-REVOLVING        VALUE 'R'.                 cbankvln
003800*    Bankruptcy - stayed while the borrower's BNKBKRP case        cbankvln
003900*    (CBANKVBK.CPY) is active, discharged when the court          cbankvln
004000*    discharges the debt; ZBNKBKR1 keeps it                       cbankvln
004100    10  LNM-REC-BKR-FLAG               PIC X(1).                  cbankvln
004200      88  LNM-BKR-NONE                 VALUE ' ', 'N'.            cbankvln
004300      88  LNM-BKR-STAYED               VALUE 'B'.                 cbankvln
004400      88  LNM-BKR-DISCHARGED           VALUE 'D'.                 cbankvln
