001300* amortization schedule on BNKLNSCH, returning the new loan-id.   cbankdln
001400* CDLNI-BROWSE-SCHEDULE pages through an existing loan-ids        cbankdln
001500* schedule, four rows at a time.                                  cbankdln
001516* A loan is only written against an approved BNKLAPP loan         cbankdln
001532* application - CDLNI-APP-ID names it, or when blank the          cbankdln
001548* applicant's first approved application covering the amount      cbankdln
001564* and term is taken - which is then marked originated.            cbankdln
001580* CDLNO-NOT-APPROVED answers when there is none.                  cbankdln
001600******************************************************************cbankdln
001700  05  CDLN-DATA.                                                  cbankdln
001800    10  CDLNI-DATA.                                               cbankdln
003400        88  CDLN-START-HIGH           VALUE 'PFK08'.              cbankdln
003410      15  CDLNI-VARIABLE-FLAG        PIC X(1).                    cbankdln
003420        88  CDLN-VARIABLE-RATE        VALUE 'V'.                  cbankdln
003460      15  CDLNI-APP-ID               PIC X(26).                   cbankdln
003500    10  CDLNO-DATA.                                               cbankdln
003600      15  CDLNO-RESP                 PIC X(1).                    cbankdln
003700        88  CDLNO-OK                  VALUE '0'.                  cbankdln
003800        88  CDLNO-ERROR                VALUE '2'.                 cbankdln
003850        88  CDLNO-NOT-APPROVED         VALUE '3'.                 cbankdln
003900      15  CDLNO-LOAN-ID               PIC X(26).                  cbankdln
004000      15  CDLN-DATA-STATUS            PIC X(1).                   cbankdln
004100        88  CDLN-NO-DATA              VALUE '0'.                  cbankdln
