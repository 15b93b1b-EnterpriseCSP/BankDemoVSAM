002460   05  MQR-REQ-AMOUNT-X REDEFINES MQR-REQ-AMOUNT                  cmqreqd 
002470                                    PIC X(11).                    cmqreqd 
002480   05  MQR-REQ-IDEMP-KEY            PIC X(16).                    cmqreqd 
002483*  Every request names the partner and carries the consent        cmqreqd 
002486*  token the customer gave it - the customer PID is taken         cmqreqd 
002489*  from the consent, not from MQR-REQ-PID                         cmqreqd 
002492   05  MQR-REQ-TPP-ID               PIC X(8).                     cmqreqd 
002495   05  MQR-REQ-CONSENT-TOKEN        PIC X(16).                    cmqreqd 
002500   05  MQR-REQ-FILLER               PIC X(5).                     cmqreqd 
002600                                                                  cmqreqd 
002700 01  MQR-REPLY-MSG.                                               cmqreqd 
