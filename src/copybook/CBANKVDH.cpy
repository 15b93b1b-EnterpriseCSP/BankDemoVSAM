001300* name lands on the BNKDENY list and the triggering update is   * cbankvdh
001400* held; a reviewer at SDENY01P clears the false positives and   * cbankvdh
001500* confirms the real ones.                                       * cbankvdh
001533* Event B is a business registered name, or a person linked to  * cbankvdh
001566* a business as an owner or controlling person.                 * cbankvdh
001600***************************************************************** cbankvdh
001700                                                                  cbankvdh
001800 05  DNH-RECORD                           PIC X(200).             cbankvdh
003000     88  DNH-EVENT-ONBOARD            VALUE 'O'.                  cbankvdh
003100     88  DNH-EVENT-UPDATE             VALUE 'U'.                  cbankvdh
003105     88  DNH-EVENT-RESCREEN           VALUE 'R'.                  cbankvdh
003152     88  DNH-EVENT-BUSINESS           VALUE 'B'.                  cbankvdh
003200   10  DNH-REC-SUBMIT-USERID          PIC X(8).                   cbankvdh
003300   10  DNH-REC-REVIEW-USERID          PIC X(8).                   cbankvdh
003400   10  DNH-REC-FILLER                 PIC X(91).                  cbankvdh
