001300* transfer with the same from/to validation the transfer        * cbankd29
001400* screen applies, list a customer's pending items, and amend    * cbankd29
001500* or cancel one by its key.                                     * cbankd29
001520* A capture of type R schedules the payment of a biller's       * cbankd29
001540* request-to-pay and carries the request key; only the          * cbankd29
001560* request screen may amend or cancel such an item.  A           * cbankd29
001580* capture returns the new row's key in the first entry.         * cbankd29
001600***************************************************************** cbankd29
001700                                                                  cbankd29
001800 05  CD29-DATA.                                                   cbankd29
002800     15  CD29I-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd29
002900     15  CD29I-VALUE-DATE           PIC X(10).                    cbankd29
003000     15  CD29I-KEY                  PIC X(36).                    cbankd29
003025     15  CD29I-REQ-TYPE             PIC X(1).                     cbankd29
003050       88  CD29I-TYPE-RTP           VALUE 'R'.                    cbankd29
003075     15  CD29I-RTP-KEY              PIC X(21).                    cbankd29
003100   10  CD29O-DATA.                                                cbankd29
003200     15  CD29O-RESP                 PIC X(1).                     cbankd29
003300       88  CD29O-OK                 VALUE '0'.                    cbankd29
