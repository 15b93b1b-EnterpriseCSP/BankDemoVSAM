001200* file by name, post code or telephone number for the contact   * cbankd39
001300* centre - and logs every search to the activity log, because   * cbankd39
001400* a customer search is also how insiders snoop.                 * cbankd39
001433* Each hit is flagged when the customer holds active care       * cbankd39
001466* markers on BNKVULN, through DBANK94P.                         * cbankd39
001500***************************************************************** cbankd39
001600                                                                  cbankd39
001700 05  CD39-DATA.                                                   cbankd39
003900         25  CD39O-ENTRY-NAME     PIC X(25).                      cbankd39
004000         25  CD39O-ENTRY-POST     PIC X(6).                       cbankd39
004100         25  CD39O-ENTRY-TEL      PIC X(12).                      cbankd39
004133         25  CD39O-ENTRY-CARE     PIC X(1).                       cbankd39
004166           88  CD39O-ENTRY-CARE-YES VALUE 'Y'.                    cbankd39
004200                                                                  cbankd39
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd39
