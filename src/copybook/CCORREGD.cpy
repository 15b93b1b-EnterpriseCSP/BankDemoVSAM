000100***************************************************************** ccorregd
000200*                                                               * ccorregd
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * ccorregd
000400*                                                               * ccorregd
000500***************************************************************** ccorregd
000600                                                                  ccorregd
000700***************************************************************** ccorregd
000800* CCORREGD.CPY                                                  * ccorregd
000900*---------------------------------------------------------------* ccorregd
001000* Parameter area for the correspondence register routine        * ccorregd
001100* UCORREG.  A letter run calls it for each letter or notice it  * ccorregd
001200* writes, naming itself and the letter type, the customer and   * ccorregd
001300* account, the channel the letter goes by, the address it was   * ccorregd
001400* sent to, a one-line summary and a copy of the letter record   * ccorregd
001500* as it went to the print stream.  An error result means the    * ccorregd
001600* register could not be written and the job must stop.          * ccorregd
001700***************************************************************** ccorregd
001800                                                                  ccorregd
001900 01  CRG-CTL-DATA.                                                ccorregd
002000   05  CRG-CTL-PROGRAM              PIC X(8).                     ccorregd
002100   05  CRG-CTL-LETTER-TYPE          PIC X(8).                     ccorregd
002200   05  CRG-CTL-PID                  PIC X(5).                     ccorregd
002300   05  CRG-CTL-ACCNO                PIC X(9).                     ccorregd
002400   05  CRG-CTL-CHANNEL              PIC X(1).                     ccorregd
002500     88  CRG-CTL-MAIL               VALUE 'M'.                    ccorregd
002600     88  CRG-CTL-EMAIL              VALUE 'E'.                    ccorregd
002700   05  CRG-CTL-NAME                 PIC X(25).                    ccorregd
002800   05  CRG-CTL-ADDR1                PIC X(25).                    ccorregd
002900   05  CRG-CTL-ADDR2                PIC X(25).                    ccorregd
003000   05  CRG-CTL-STATE                PIC X(2).                     ccorregd
003100   05  CRG-CTL-CNTRY                PIC X(6).                     ccorregd
003200   05  CRG-CTL-POST-CODE            PIC X(6).                     ccorregd
003300   05  CRG-CTL-SUMMARY              PIC X(60).                    ccorregd
003400   05  CRG-CTL-IMAGE                PIC X(200).                   ccorregd
003500   05  CRG-CTL-RESULT               PIC X(1).                     ccorregd
003600     88  CRG-CTL-OK                 VALUE '0'.                    ccorregd
003700     88  CRG-CTL-ERROR              VALUE '3'.                    ccorregd
003800   05  CRG-CTL-MSG                  PIC X(60).                    ccorregd
003900                                                                  ccorregd
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ccorregd
