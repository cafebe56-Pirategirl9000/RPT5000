      *   off the suspense. The aging report shows what is still        00160000
      *   unmatched at 7, 14, and 30 days, by branch, with dollar       00170000
      *   totals, so a stranded sale can no longer sit unnoticed        00180000
      *   A reject TRN5000 flagged DUP has already posted once, so it   00180001
      *   is counted and dropped here instead of being carried into     00180002
      *   suspense and retried every night. The product code TRN5000    00180003
      *   checked is carried through suspense and back onto the retry   00180004
      *   transaction unchanged. A suspense item whose retry comes      00180005
      *   back DUP is reported as dropped, not as cleared by retry      00180006
       ENVIRONMENT DIVISION.                                            00190000
                                                                        00200000
       INPUT-OUTPUT SECTION.                                            00210000
           05  SI-REASON-CODE          PIC X(3).                        00510000
           05  SI-TRANS-TYPE           PIC X(1).                        00520000
           05  SI-FIRST-REJECT-DATE    PIC 9(8).                        00530000
           05  SI-PRODUCT-CODE         PIC X(4).                        00530001
           05  FILLER                  PIC X(34).                       00540000
                                                                        00550000
      **************************************************************    00560000
      * TONIGHT'S REJECTS FROM TRN5000 - EVERY TRANSACTION THAT    *    00570000
           05  RJ-SALE-AMOUNT          PIC S9(5)V9(2).                  00720000
           05  RJ-REASON-CODE          PIC X(3).                        00730000
           05  RJ-TRANS-TYPE           PIC X(1).                        00740000
           05  RJ-PRODUCT-CODE         PIC X(4).                        00740001
           05  FILLER                  PIC X(42).                       00750000
                                                                        00760000
      **************************************************************    00770000
      * NEW SUSPENSE FILE - EVERYTHING STILL UNMATCHED AFTER       *    00780000
           05  SO-REASON-CODE          PIC X(3).                        00940000
           05  SO-TRANS-TYPE           PIC X(1).                        00950000
           05  SO-FIRST-REJECT-DATE    PIC 9(8).                        00960000
           05  SO-PRODUCT-CODE         PIC X(4).                        00960001
           05  FILLER                  PIC X(34).                       00970000
                                                                        00980000
      **************************************************************    00990000
      * RETRY FILE - EVERY SUSPENSE ITEM REWRITTEN IN SALESTRAN    *    01000000
           05  RT-CUSTOMER-NUMBER      PIC 9(5).                        01160000
           05  RT-SALE-AMOUNT          PIC S9(5)V9(2).                  01170000
           05  RT-TRANS-TYPE           PIC X(1).                        01180000
           05  RT-PRODUCT-CODE         PIC X(4).                        01180001
           05  FILLER                  PIC X(45).                       01190000
                                                                        01200000
      **************************************************************    01210000
      * SUSPENSE AGING REPORT - EVERY ITEM STILL UNMATCHED WITH    *    01220000
               10  PR-FIRST-REJECT-DATE PIC 9(8).                       01820000
               10  PR-STILL-REJECTED-SWITCH PIC X(1).                   01830000
                   88  PR-STILL-REJECTED        VALUE "Y".              01840000
                   88  PR-DROPPED-DUPLICATE     VALUE "D".              01840001
                                                                        01850000
      **************************************************************    01860000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    01870000
           05  NEW-REJECT-COUNT        PIC S9(5)      VALUE ZERO.       02170000
           05  CARRIED-ITEM-COUNT      PIC S9(5)      VALUE ZERO.       02180000
           05  CLEARED-ITEM-COUNT      PIC S9(5)      VALUE ZERO.       02190000
           05  DUPLICATE-DROPPED-COUNT PIC S9(5)      VALUE ZERO.       02190001
           05  PRIOR-DUPLICATE-COUNT   PIC S9(5)      VALUE ZERO.       02190002
                                                                        02200000
      **************************************************************    02210000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02220000
                   MOVE "Y" TO REJECTS-EOF-SWITCH.                      05020000
                                                                        05030000
      **************************************************************    05040000
      * CARRIES ONE OF TONIGHT'S REJECTS FORWARD AND READS THE     *    05040001
      * NEXT ONE. A DUP REJECT IS AN INVOICE THAT HAS ALREADY      *    05040002
      * POSTED - RETRYING IT COULD ONLY EVER REJECT AGAIN, SO IT   *    05040003
      * IS COUNTED AND DROPPED RATHER THAN CARRIED INTO SUSPENSE.  *    05040004
      * A PRIOR SUSPENSE ITEM THAT CAME BACK DUP IS MARKED SO IT   *    05040005
      * IS NOT COUNTED AS CLEARED BY RETRY                         *    05040006
      **************************************************************    05040007
       200-CARRY-ONE-REJECT.                                            05040008
                                                                        05040009
           IF RJ-REASON-CODE = "DUP"                                    05040010
               ADD 1 TO DUPLICATE-DROPPED-COUNT                         05040011
               PERFORM 210-FIND-PRIOR-ITEM                              05040012
               IF PRIOR-ITEM-FOUND                                      05040013
                   MOVE "D" TO PR-STILL-REJECTED-SWITCH(PRIOR-SUB)      05040014
               END-IF                                                   05040015
           ELSE                                                         05040016
               PERFORM 205-CARRY-INTO-SUSPENSE                          05040017
           END-IF.                                                      05040018
                                                                        05040019
           PERFORM 120-READ-REJECT-RECORD.                              05040020
                                                                        05040021
      **************************************************************    05040022
      * CARRIES ONE REJECT ONTO THE NEW SUSPENSE - STAMPED WITH    *    05050000
      * ITS ORIGINAL FIRST-REJECT DATE IF IT WAS ALREADY IN        *    05060000
      * SUSPENSE, TONIGHT'S DATE IF IT IS NEW - WRITES ITS RETRY   *    05070000
      * TRANSACTION FOR TOMORROW'S POSTING RUN, PRINTS ITS AGING   *    05080000
      * LINE                                                       *    05090000
      **************************************************************    05100000
       205-CARRY-INTO-SUSPENSE.                                         05110000
                                                                        05120000
           *> THE REJECTS ARRIVE IN BRANCH ORDER - CLOSE THE PRIOR      05130000
           *> BRANCH'S BUCKET BLOCK WHEN THE BRANCH CHANGES             05140000
           MOVE RJ-SALE-AMOUNT     TO SO-SALE-AMOUNT.                   05330000
           MOVE RJ-REASON-CODE     TO SO-REASON-CODE.                   05340000
           MOVE RJ-TRANS-TYPE      TO SO-TRANS-TYPE.                    05350000
           MOVE RJ-PRODUCT-CODE    TO SO-PRODUCT-CODE.                  05350001
                                                                        05360000
           IF PRIOR-ITEM-FOUND                                          05370000
               MOVE PR-FIRST-REJECT-DATE(PRIOR-SUB)                     05380000
           MOVE RJ-CUSTOMER-NUMBER TO RT-CUSTOMER-NUMBER.               05580000
           MOVE RJ-SALE-AMOUNT     TO RT-SALE-AMOUNT.                   05590000
           MOVE RJ-TRANS-TYPE      TO RT-TRANS-TYPE.                    05600000
           MOVE RJ-PRODUCT-CODE    TO RT-PRODUCT-CODE.                  05600001
           WRITE RETRY-TRANSACTION-RECORD.                              05610000
                                                                        05620000
           PERFORM 220-PRINT-AGING-LINE.                                05630000
                                                                        05660000
      **************************************************************    05670000
      * LOOKS TONIGHT'S REJECT UP IN THE PRIOR SUSPENSE TABLE BY   *    05680000
      **************************************************************    07730000
      * COUNTS THE PRIOR SUSPENSE ITEMS THAT DID NOT COME BACK IN  *    07740000
      * TONIGHT'S REJECTS - THEY POSTED ON RETRY AND DROP OFF THE  *    07750000
      * SUSPENSE WITHOUT ANYONE RESUBMITTING THEM. ONE THAT CAME   *    07760000
      * BACK AS A DUPLICATE IS COUNTED SEPARATELY AS DROPPED       *    07760001
      **************************************************************    07770000
       270-COUNT-CLEARED-ITEMS.                                         07780000
                                                                        07790000
                                                                        07830000
      **************************************************************    07840000
      * COUNTS ONE PRIOR SUSPENSE ITEM AS CLEARED IF TONIGHT'S     *    07850000
      * REJECTS NEVER NAMED IT AGAIN, OR AS DROPPED IF THEY NAMED  *    07860000
      * IT AS A DUPLICATE                                          *    07860001
      **************************************************************    07870000
       271-CHECK-ONE-PRIOR-ITEM.                                        07880000
                                                                        07890000
           IF PR-DROPPED-DUPLICATE(PRIOR-SUB)                           07900000
               ADD 1 TO PRIOR-DUPLICATE-COUNT                           07910000
           ELSE                                                         07920000
               IF NOT PR-STILL-REJECTED(PRIOR-SUB)                      07920001
                   ADD 1 TO CLEARED-ITEM-COUNT                          07920002
               END-IF                                                   07920003
           END-IF.                                                      07920004
                                                                        07930000
      **************************************************************    07940000
      * PRINTS THE RUN'S CONTROL COUNTS AND SETTLES THE RETURN     *    07950000
           MOVE CLEARED-ITEM-COUNT TO SUM-COUNT.                        08130000
           MOVE SUMMARY-LINE TO AGERPT-PRINT-AREA.                      08140000
           PERFORM 225-WRITE-REPORT-LINE.                               08150000
                                                                        08150001
           MOVE "DROPPED AS DUPLICATE ON RETRY" TO SUM-LABEL.           08150002
           MOVE PRIOR-DUPLICATE-COUNT TO SUM-COUNT.                     08150003
           MOVE SUMMARY-LINE TO AGERPT-PRINT-AREA.                      08150004
           PERFORM 225-WRITE-REPORT-LINE.                               08150005
                                                                        08160000
           MOVE "STILL IN SUSPENSE (CARRIED)" TO SUM-LABEL.             08170000
           MOVE CARRIED-ITEM-COUNT TO SUM-COUNT.                        08180000
           MOVE SUMMARY-LINE TO AGERPT-PRINT-AREA.                      08240000
           PERFORM 225-WRITE-REPORT-LINE.                               08250000
                                                                        08260000
           MOVE "DUPLICATES DROPPED (ALREADY POSTED)" TO SUM-LABEL.     08260001
           MOVE DUPLICATE-DROPPED-COUNT TO SUM-COUNT.                   08260002
           MOVE SUMMARY-LINE TO AGERPT-PRINT-AREA.                      08260003
           PERFORM 225-WRITE-REPORT-LINE.                               08260004
                                                                        08260005
           MOVE "ITEMS ON NEW SUSPENSE FILE" TO SUM-LABEL.              08270000
           MOVE SUSPENSE-ITEM-COUNT TO SUM-COUNT.                       08280000
           MOVE SUMMARY-LINE TO AGERPT-PRINT-AREA.                      08290000
                                                                        08360000
           DISPLAY "SUS5000 - " SUSPENSE-ITEM-COUNT                     08370000
               " ITEMS IN SUSPENSE, " CLEARED-ITEM-COUNT                08380000
               " CLEARED BY RETRY, " DUPLICATE-DROPPED-COUNT            08390000
               " DUPLICATES DROPPED".                                   08390001
