000100***************************************************************** cbankvrq
000200*                                                               * cbankvrq
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankvrq
000400*                                                               * cbankvrq
000500***************************************************************** cbankvrq
000600                                                                  cbankvrq
000700***************************************************************** cbankvrq
000800* CBANKVRQ.CPY                                                  * cbankvrq
000900*---------------------------------------------------------------* cbankvrq
001000* This is the record layout for the payment request file,       * cbankvrq
001100* BNKRTP.  One row per request-to-pay a biller sent one of our  * cbankvrq
001200* customers through the clearing network, loaded by ZBNKRTP1    * cbankvrq
001300* from the network's inbound file.  The key is the customer     * cbankvrq
001400* PID (the owner of the account the biller addressed) plus the  * cbankvrq
001500* network's request id, so a customer's requests browse         * cbankvrq
001600* together.  The customer answers on SRTPY01P through DBANK90P  * cbankvrq
001700* - paid in full, part paid, scheduled on BNKPEND for the due   * cbankvrq
001800* date, or declined; ZBNKRTX1 expires the unanswered ones and   * cbankvrq
001900* sends the biller a status response for every change, after    * cbankvrq
002000* which RESPONSE-SENT is set.  Scheduled requests are paid by   * cbankvrq
002100* ZBNKPND1 on the due date, which sets the final status.        * cbankvrq
002200***************************************************************** cbankvrq
002300                                                                  cbankvrq
002400 05  RTP-RECORD                           PIC X(250).             cbankvrq
002500 05  FILLER REDEFINES RTP-RECORD.                                 cbankvrq
002600   10  RTP-KEY.                                                   cbankvrq
002700     15  RTP-REC-PID                  PIC X(5).                   cbankvrq
002800     15  RTP-REC-REQ-ID               PIC X(16).                  cbankvrq
002900   10  RTP-REC-PAYER-ACCNO            PIC X(9).                   cbankvrq
003000   10  RTP-REC-BILLER-ID              PIC X(8).                   cbankvrq
003100   10  RTP-REC-BILLER-NAME            PIC X(30).                  cbankvrq
003200   10  RTP-REC-ROUTING                PIC X(9).                   cbankvrq
003300   10  RTP-REC-EXT-ACCNO              PIC X(17).                  cbankvrq
003400   10  RTP-REC-REFERENCE              PIC X(16).                  cbankvrq
003500   10  RTP-REC-AMOUNT                 PIC S9(7)V99 COMP-3.        cbankvrq
003600   10  RTP-REC-DUE-DATE               PIC X(10).                  cbankvrq
003700   10  RTP-REC-EXPIRY-DATE            PIC X(10).                  cbankvrq
003800   10  RTP-REC-RECEIVED-DATE          PIC X(10).                  cbankvrq
003900   10  RTP-REC-STATUS                 PIC X(1).                   cbankvrq
004000     88  RTP-STATUS-PENDING           VALUE 'P'.                  cbankvrq
004100     88  RTP-STATUS-PAID              VALUE 'A'.                  cbankvrq
004200     88  RTP-STATUS-PART-PAID         VALUE 'T'.                  cbankvrq
004300     88  RTP-STATUS-SCHEDULED         VALUE 'S'.                  cbankvrq
004400     88  RTP-STATUS-DECLINED          VALUE 'D'.                  cbankvrq
004500     88  RTP-STATUS-EXPIRED           VALUE 'E'.                  cbankvrq
004600     88  RTP-STATUS-FAILED            VALUE 'F'.                  cbankvrq
004700     88  RTP-STATUS-OPEN              VALUE 'P' 'S'.              cbankvrq
004800   10  RTP-REC-ANSWERED-DATE          PIC X(10).                  cbankvrq
004900   10  RTP-REC-FUND-ACCNO             PIC X(9).                   cbankvrq
005000   10  RTP-REC-PAID-AMOUNT            PIC S9(7)V99 COMP-3.        cbankvrq
005100   10  RTP-REC-PAYMENT-REF            PIC X(16).                  cbankvrq
005200   10  RTP-REC-PEND-KEY               PIC X(36).                  cbankvrq
005300   10  RTP-REC-RESPONSE-SENT          PIC X(1).                   cbankvrq
005400     88  RTP-RESPONSE-IS-SENT         VALUE 'Y'.                  cbankvrq
005500     88  RTP-RESPONSE-IS-DUE          VALUE 'N'.                  cbankvrq
005600   10  RTP-REC-FILLER                 PIC X(27).                  cbankvrq
005700                                                                  cbankvrq
005800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrq
