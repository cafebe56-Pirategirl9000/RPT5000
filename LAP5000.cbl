       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. LAP5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program finds the customers who have       00080000
      *   stopped buying before their year-to-date figures show it. A   00090000
      *   good customer who bought heavily in the spring still looks    00100000
      *   healthy on the at-risk report long after they have gone       00110000
      *   quiet, so instead every sale on the cumulative SALESHIST      00120000
      *   file up to the as-of date is sorted into customer and invoice 00130000
      *   order to find each customer's last invoice - its date and     00140000
      *   amount - and their own average gap between buying days. A     00150000
      *   customer is lapsed when the days since their last invoice     00160000
      *   run past the FACTOR= multiple of their own average gap (once  00170000
      *   they have bought on enough days to have one), or past the     00180000
      *   DAYS= limit on the run parm whatever their gap. The call list 00190000
      *   gives every salesrep their own pages of lapsed customers in   00200000
      *   branch/salesrep/customer order from CUSTMAST, each with the   00210000
      *   mailing address from CUSTADDR, the last invoice, and the      00220000
      *   prior-year sales. The summary gives each branch manager a page00230000
      *   showing how many lapsed customers and how many dollars each   00240000
      *   of their salesreps is carrying, followed by the company totals00250000
       ENVIRONMENT DIVISION.                                            00260000
                                                                        00270000
       INPUT-OUTPUT SECTION.                                            00280000
                                                                        00290000
       FILE-CONTROL.                                                    00300000
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00310000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00320000
           SELECT CUSTADDR ASSIGN TO CUSTADDR.                          00330000
           SELECT BRANCHMAST ASSIGN TO BRANCHMAST.                      00340000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00350000
           SELECT CALLLIST ASSIGN TO CALLLIST.                          00360000
           SELECT LAPSUM ASSIGN TO LAPSUM.                              00370000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00380000
                                                                        00390000
       DATA DIVISION.                                                   00400000
                                                                        00410000
       FILE SECTION.                                                    00420000
                                                                        00430000
      **************************************************************    00440000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST,     *    00450000
      * ALREADY IN BRANCH/SALESREP/CUSTOMER SEQUENCE, WHICH IS THE *    00460000
      * ORDER THE CALL LIST PRINTS IN                              *    00470000
      **************************************************************    00480000
       FD  CUSTMAST                                                     00490000
           RECORDING MODE IS F                                          00500000
           LABEL RECORDS ARE STANDARD                                   00510000
           RECORD CONTAINS 130 CHARACTERS                               00520000
           BLOCK CONTAINS 130 CHARACTERS.                               00530000
       01  CUSTOMER-MASTER-RECORD.                                      00540000
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00550000
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00560000
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00570000
           05  CM-CUSTOMER-NAME        PIC X(20).                       00580000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00590000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00600000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00610000
           05  FILLER                  PIC X(80).                       00620000
                                                                        00630000
      **************************************************************    00640000
      * CUMULATIVE SALES DETAIL HISTORY FILE WRITTEN BY TRN5000 -  *    00650000
      * ONE RECORD PER POSTED TRANSACTION, APPENDED RUN AFTER RUN, *    00660000
      * SO IT ARRIVES HERE IN POSTING ORDER AND IS SORTED INTO     *    00670000
      * CUSTOMER AND INVOICE ORDER BY THE INTERNAL SORT            *    00680000
      **************************************************************    00690000
       FD  SALESHIST                                                    00700000
           RECORDING MODE IS F                                          00710000
           LABEL RECORDS ARE STANDARD                                   00720000
           RECORD CONTAINS 80 CHARACTERS                                00730000
           BLOCK CONTAINS 80 CHARACTERS.                                00740000
       01  SALES-HISTORY-RECORD.                                        00750000
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00760000
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00770000
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00780000
           05  SH-INVOICE-DATE         PIC 9(8).                        00790000
           05  SH-INVOICE-NUMBER       PIC 9(6).                        00800000
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  00810000
           05  SH-TRANS-TYPE           PIC X(1).                        00820000
           05  SH-POSTED-DATE          PIC 9(8).                        00830000
           05  SH-PRODUCT-CODE         PIC X(4).                        00840000
           05  FILLER                  PIC X(37).                       00850000
                                                                        00860000
      **************************************************************    00870000
      * CUSTOMER ADDRESS FILE - ONE RECORD PER CUSTOMER NUMBER     *    00880000
      * CARRYING THE MAILING ADDRESS, SAME LAYOUT AS STM5000'S.    *    00890000
      * A LAPSED CUSTOMER WITH NO RECORD HERE IS STILL LISTED      *    00900000
      **************************************************************    00910000
       FD  CUSTADDR                                                     00920000
           RECORDING MODE IS F                                          00930000
           LABEL RECORDS ARE STANDARD                                   00940000
           RECORD CONTAINS 130 CHARACTERS                               00950000
           BLOCK CONTAINS 130 CHARACTERS.                               00960000
       01  CUSTOMER-ADDRESS-RECORD.                                     00970000
           05  CA-CUSTOMER-NUMBER      PIC 9(5).                        00980000
           05  CA-STREET-ADDRESS       PIC X(25).                       00990000
           05  CA-CITY                 PIC X(20).                       01000000
           05  CA-STATE                PIC X(2).                        01010000
           05  CA-POSTAL-CODE          PIC X(9).                        01020000
           05  FILLER                  PIC X(69).                       01030000
                                                                        01040000
      **************************************************************    01050000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US    *    01060000
      * THE BRANCH NAME TO GO WITH THE BRANCH NUMBER ON CUSTMAST   *    01070000
      **************************************************************    01080000
       FD  BRANCHMAST                                                   01090000
           RECORDING MODE IS F                                          01100000
           LABEL RECORDS ARE STANDARD                                   01110000
           RECORD CONTAINS 130 CHARACTERS                               01120000
           BLOCK CONTAINS 130 CHARACTERS.                               01130000
       01  BRANCH-MASTER-RECORD.                                        01140000
           05  BM-BRANCH-NUMBER        PIC 9(2).                        01150000
           05  BM-BRANCH-NAME          PIC X(20).                       01160000
           05  BM-REGION-CODE          PIC 9(1).                        01170000
           05  BM-REGION-NAME          PIC X(20).                       01180000
           05  FILLER                  PIC X(87).                       01190000
                                                                        01200000
      **************************************************************    01210000
      * SALESREP REFERENCE FILE - ONE RECORD PER SALESREP, KEYED   *    01220000
      * BY BRANCH NUMBER AND SALESREP NUMBER SINCE SALESREP        *    01230000
      * NUMBERS REPEAT ACROSS BRANCHES                             *    01240000
      **************************************************************    01250000
       FD  SALESREPMAST                                                 01260000
           RECORDING MODE IS F                                          01270000
           LABEL RECORDS ARE STANDARD                                   01280000
           RECORD CONTAINS 130 CHARACTERS                               01290000
           BLOCK CONTAINS 130 CHARACTERS.                               01300000
       01  SALESREP-MASTER-RECORD.                                      01310000
           05  SM-BRANCH-NUMBER        PIC 9(2).                        01320000
           05  SM-SALESREP-NUMBER      PIC 9(2).                        01330000
           05  SM-SALESREP-NAME        PIC X(20).                       01340000
           05  FILLER                  PIC X(106).                      01350000
                                                                        01360000
      **************************************************************    01370000
      * OUTPUT FILE - THE CALL LIST, ONE OR MORE PAGES PER         *    01380000
      * SALESREP WHO HAS A LAPSED CUSTOMER                         *    01390000
      **************************************************************    01400000
       FD  CALLLIST                                                     01410000
           RECORDING MODE IS F                                          01420000
           LABEL RECORDS ARE STANDARD                                   01430000
           RECORD CONTAINS 130 CHARACTERS                               01440000
           BLOCK CONTAINS 130 CHARACTERS.                               01450000
       01  CALL-PRINT-AREA     PIC X(130).                              01460000
                                                                        01470000
      **************************************************************    01480000
      * OUTPUT FILE - THE BRANCH MANAGERS' SUMMARY, A PAGE PER     *    01490000
      * BRANCH AND A PAGE OF COMPANY TOTALS                        *    01500000
      **************************************************************    01510000
       FD  LAPSUM                                                       01520000
           RECORDING MODE IS F                                          01530000
           LABEL RECORDS ARE STANDARD                                   01540000
           RECORD CONTAINS 130 CHARACTERS                               01550000
           BLOCK CONTAINS 130 CHARACTERS.                               01560000
       01  SUMMARY-PRINT-AREA  PIC X(130).                              01570000
                                                                        01580000
      **************************************************************    01590000
      * SORT WORK FILE - THE SALES UP TO THE AS-OF DATE ARE        *    01600000
      * RELEASED HERE AND COME BACK IN CUSTOMER/INVOICE DATE/      *    01610000
      * INVOICE NUMBER ORDER. CUSTOMER NUMBER ALONE IS THE KEY SO  *    01620000
      * A CUSTOMER WHO MOVED BRANCH OR SALESREP KEEPS THEIR WHOLE  *    01630000
      * BUYING HISTORY                                             *    01640000
      **************************************************************    01650000
       SD  SORT-FILE                                                    01660000
           RECORD CONTAINS 80 CHARACTERS.                               01670000
       01  SORT-RECORD.                                                 01680000
           05  HS-BRANCH-NUMBER        PIC 9(2).                        01690000
           05  HS-SALESREP-NUMBER      PIC 9(2).                        01700000
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        01710000
           05  HS-INVOICE-DATE         PIC 9(8).                        01720000
           05  HS-INVOICE-NUMBER       PIC 9(6).                        01730000
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  01740000
           05  HS-TRANS-TYPE           PIC X(1).                        01750000
           05  HS-POSTED-DATE          PIC 9(8).                        01760000
           05  HS-PRODUCT-CODE         PIC X(4).                        01770000
           05  FILLER                  PIC X(37).                       01780000
                                                                        01790000
       WORKING-STORAGE SECTION.                                         01800000
                                                                        01810000
      *------------------------------------------------------------*    01820000
      *                        WORKING FIELDS                      *    01830000
      *============================================================*    01840000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01850000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01860000
      *------------------------------------------------------------*    01870000
                                                                        01880000
      **************************************************************    01890000
      * SWITCHES FOR END OF FILE, A BAD PARM, THE TABLES, AND THE  *    01900000
      * LOOKUPS                                                    *    01910000
      **************************************************************    01920000
       01  SWITCHES.                                                    01930000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              01940000
               88  CUSTMAST-EOF                 VALUE "Y".              01950000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              01960000
               88  SALESHIST-EOF                VALUE "Y".              01970000
           05  CUSTADDR-EOF-SWITCH     PIC X    VALUE "N".              01980000
               88  CUSTADDR-EOF                 VALUE "Y".              01990000
           05  BRANCHMAST-EOF-SWITCH   PIC X    VALUE "N".              02000000
               88  BRANCHMAST-EOF               VALUE "Y".              02010000
           05  SALESREPMAST-EOF-SWITCH PIC X    VALUE "N".              02020000
               88  SALESREPMAST-EOF             VALUE "Y".              02030000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              02040000
               88  SORT-EOF                     VALUE "Y".              02050000
           05  PARM-ERROR-SWITCH       PIC X    VALUE "N".              02060000
               88  PARM-ERROR                   VALUE "Y".              02070000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              02080000
               88  TABLE-OVERFLOW               VALUE "Y".              02090000
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".              02100000
               88  CUSTOMER-FOUND               VALUE "Y".              02110000
           05  ADDRESS-FOUND-SWITCH    PIC X    VALUE "N".              02120000
               88  ADDRESS-FOUND                VALUE "Y".              02130000
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".              02140000
               88  BRANCH-FOUND                 VALUE "Y".              02150000
           05  SALESREP-FOUND-SWITCH   PIC X    VALUE "N".              02160000
               88  SALESREP-FOUND               VALUE "Y".              02170000
           05  FIRST-CUSTOMER-SWITCH   PIC X    VALUE "Y".              02180000
               88  FIRST-CUSTOMER               VALUE "Y".              02190000
           05  COMPANY-PAGE-SWITCH     PIC X    VALUE "N".              02200000
               88  COMPANY-PAGE                 VALUE "Y".              02210000
                                                                        02220000
      **************************************************************    02230000
      * CONTROL FIELDS FOR WALKING THE TABLES AND FOR THE SALESREP *    02240000
      * AND BRANCH BREAKS ON THE CALL LIST AND SUMMARY             *    02250000
      **************************************************************    02260000
       01  CONTROL-FIELDS.                                              02270000
           05  CUSTOMER-SUB            PIC S9(5) COMP VALUE ZERO.       02280000
           05  ADDRESS-SUB             PIC S9(5) COMP VALUE ZERO.       02290000
           05  OLD-BRANCH-NUMBER       PIC 9(2)       VALUE ZERO.       02300000
           05  OLD-SALESREP-NUMBER     PIC 9(2)       VALUE ZERO.       02310000
           05  CURRENT-BRANCH-NAME     PIC X(20)      VALUE SPACE.      02320000
           05  CURRENT-SALESREP-NAME   PIC X(20)      VALUE SPACE.      02330000
                                                                        02340000
      **************************************************************    02350000
      * IN-MEMORY COPY OF THE WHOLE CUSTOMER MASTER IN ITS OWN     *    02360000
      * BRANCH/SALESREP/CUSTOMER ORDER, WITH WHAT THE SORTED       *    02370000
      * HISTORY SHOWED OF EACH CUSTOMER'S BUYING - HOW MANY        *    02380000
      * DIFFERENT DAYS THEY BOUGHT ON, THE FIRST AND LAST OF THEM, *    02390000
      * AND THE AMOUNT OF THEIR LAST INVOICE. HOLDS 5000 CUSTOMERS *    02400000
      * LIKE STM5000'S - ABORT RATHER THAN OVERRUN IT              *    02410000
      **************************************************************    02420000
       01  CUSTOMER-TABLE.                                              02430000
           05  CUSTOMER-TABLE-COUNT    PIC S9(5)  VALUE ZERO.           02440000
           05  CUSTOMER-TABLE-ENTRY OCCURS 5000 TIMES.                  02450000
               10  CU-BRANCH-NUMBER    PIC 9(2).                        02460000
               10  CU-SALESREP-NUMBER  PIC 9(2).                        02470000
               10  CU-CUSTOMER-NUMBER  PIC 9(5).                        02480000
               10  CU-CUSTOMER-NAME    PIC X(20).                       02490000
               10  CU-SALES-THIS-YTD   PIC S9(5)V99.                    02500000
               10  CU-SALES-LAST-YTD   PIC S9(5)V99.                    02510000
               10  CU-BUYING-DAYS      PIC S9(5).                       02520000
               10  CU-FIRST-SALE-DATE  PIC 9(8).                        02530000
               10  CU-LAST-SALE-DATE   PIC 9(8).                        02540000
               10  CU-LAST-INVOICE-AMOUNT PIC S9(7)V99.                 02550000
                                                                        02560000
      **************************************************************    02570000
      * IN-MEMORY COPY OF THE CUSTOMER ADDRESS FILE, 5000 ENTRIES  *    02580000
      * LIKE THE CUSTOMER TABLE                                    *    02590000
      **************************************************************    02600000
       01  ADDRESS-TABLE.                                               02610000
           05  ADDRESS-TABLE-COUNT     PIC S9(5)  VALUE ZERO.           02620000
           05  ADDRESS-TABLE-ENTRY OCCURS 5000 TIMES.                   02630000
               10  AD-CUSTOMER-NUMBER  PIC 9(5).                        02640000
               10  AD-STREET-ADDRESS   PIC X(25).                       02650000
               10  AD-CITY             PIC X(20).                       02660000
               10  AD-STATE            PIC X(2).                        02670000
               10  AD-POSTAL-CODE      PIC X(9).                        02680000
                                                                        02690000
      **************************************************************    02700000
      * IN-MEMORY COPIES OF BRANCHMAST AND SALESREPMAST SO EVERY   *    02710000
      * PAGE CAN CARRY THE NAMES WITHOUT RE-READING THE FILES      *    02720000
      **************************************************************    02730000
       01  BRANCH-TABLE.                                                02740000
           05  BRANCH-TABLE-COUNT      PIC S9(3)  VALUE ZERO.           02750000
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES                       02760000
                   INDEXED BY BT-INDEX.                                 02770000
               10  BT-BRANCH-NUMBER    PIC 9(2).                        02780000
               10  BT-BRANCH-NAME      PIC X(20).                       02790000
                                                                        02800000
       01  SALESREP-TABLE.                                              02810000
           05  SALESREP-TABLE-COUNT    PIC S9(3)  VALUE ZERO.           02820000
           05  SALESREP-TABLE-ENTRY OCCURS 500 TIMES                    02830000
                   INDEXED BY ST-INDEX.                                 02840000
               10  ST-BRANCH-NUMBER    PIC 9(2).                        02850000
               10  ST-SALESREP-NUMBER  PIC 9(2).                        02860000
               10  ST-SALESREP-NAME    PIC X(20).                       02870000
                                                                        02880000
      **************************************************************    02890000
      * ONE CUSTOMER'S BUYING AS THE SORTED HISTORY IS PASSED -    *    02900000
      * A BUYING DAY IS EVERY DIFFERENT INVOICE DATE, SO TWO       *    02910000
      * INVOICES ON THE SAME DAY DO NOT SHORTEN THE CUSTOMER'S     *    02920000
      * NORMAL GAP                                                 *    02930000
      **************************************************************    02940000
       01  HISTORY-FIELDS.                                              02950000
           05  HISTORY-CUSTOMER-NUMBER PIC 9(5)      VALUE ZERO.        02960000
           05  HISTORY-BUYING-DAYS     PIC S9(5)     VALUE ZERO.        02970000
           05  HISTORY-FIRST-DATE      PIC 9(8)      VALUE ZERO.        02980000
           05  HISTORY-LAST-DATE       PIC 9(8)      VALUE ZERO.        02990000
           05  HISTORY-INVOICE-KEY     PIC X(14)     VALUE SPACE.       03000000
           05  HISTORY-INVOICE-AMOUNT  PIC S9(7)V99  VALUE ZERO.        03010000
                                                                        03020000
      **************************************************************    03030000
      * THE LAPSE TEST FOR THE CUSTOMER BEING LISTED - THE DAYS    *    03040000
      * SINCE THEIR LAST INVOICE, THEIR AVERAGE GAP BETWEEN BUYING *    03050000
      * DAYS, AND WHICH RULE CAUGHT THEM. A CUSTOMER NEEDS AT      *    03060000
      * LEAST MINIMUM-BUYING-DAYS (TWO GAPS TO AVERAGE) BEFORE     *    03070000
      * THEIR OWN GAP IS TRUSTED - UNTIL THEN ONLY THE DAYS= LIMIT *    03080000
      * APPLIES                                                    *    03090000
      **************************************************************    03100000
       01  LAPSE-FIELDS.                                                03110000
           05  MINIMUM-BUYING-DAYS     PIC S9(3)     VALUE +3.          03120000
           05  ASOF-DAY-NUMBER         PIC S9(7) COMP VALUE ZERO.       03130000
           05  DAYS-SINCE-LAST-SALE    PIC S9(5)     VALUE ZERO.        03140000
           05  NORMAL-GAP-DAYS         PIC S9(5)     VALUE ZERO.        03150000
           05  GAP-LIMIT-DAYS          PIC S9(7)     VALUE ZERO.        03160000
           05  LAPSED-PERCENT          PIC S9(3)V9   VALUE ZERO.        03170000
           05  LAPSE-REASON            PIC X(9)      VALUE SPACE.       03180000
               88  NOT-LAPSED                   VALUE SPACE.            03190000
                                                                        03200000
      **************************************************************    03210000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    03220000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM)                    *    03230000
      **************************************************************    03240000
       01  RUN-PARM-FIELDS.                                             03250000
           *> THE DATE THE LAPSE IS MEASURED TO - TONIGHT'S DATE        03260000
           *> UNLESS ASOF= SAYS OTHERWISE                               03270000
           05  PARM-ASOF-DATE       PIC 9(8)     VALUE ZERO.            03280000
           *> A CUSTOMER IS LAPSED PAST THIS MANY DAYS SINCE THEIR      03290000
           *> LAST INVOICE WHATEVER THEIR OWN GAP                       03300000
           05  PARM-DAY-LIMIT       PIC S9(4)    VALUE +90.             03310000
           *> ...OR PAST THIS MULTIPLE OF THEIR OWN AVERAGE GAP         03320000
           05  PARM-GAP-FACTOR      PIC S9(2)V9  VALUE +2.0.            03330000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            03340000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            03350000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       03360000
                   INDEXED BY PK-INDEX.                                 03370000
               10  PK-RAW-PAIR     PIC X(40).                           03380000
               10  PK-KEY          PIC X(20).                           03390000
               10  PK-VALUE        PIC X(20).                           03400000
                                                                        03410000
      **************************************************************    03420000
      * STORES INFORMATION RELEVANT TO THE PAGE FOR BOTH REPORTS   *    03430000
      **************************************************************    03440000
       01  PRINT-FIELDS.                                                03450000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  03460000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   03470000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   03480000
           05  SUMMARY-PAGE-COUNT PIC S9(3) VALUE ZERO.                 03490000
           05  SUMMARY-LINE-COUNT PIC S9(3) VALUE +99.                  03500000
                                                                        03510000
      **************************************************************    03520000
      * STORES TOTAL FIELDS FOR THE SALESREP, BRANCH AND COMPANY   *    03530000
      * LEVELS - EVERY CUSTOMER, AND THE LAPSED ONES WITH THE      *    03540000
      * PRIOR-YEAR AND THIS-YTD SALES THEY CARRY                   *    03550000
      **************************************************************    03560000
       01  TOTAL-FIELDS.                                                03570000
           05  SALESREP-CUSTOMER-COUNT PIC 9(5)     VALUE ZERO.         03580000
           05  SALESREP-LAPSED-COUNT   PIC 9(5)     VALUE ZERO.         03590000
           05  SALESREP-LAPSED-PRIOR   PIC S9(9)V99 VALUE ZERO.         03600000
           05  SALESREP-LAPSED-YTD     PIC S9(9)V99 VALUE ZERO.         03610000
           05  BRANCH-CUSTOMER-COUNT   PIC 9(5)     VALUE ZERO.         03620000
           05  BRANCH-LAPSED-COUNT     PIC 9(5)     VALUE ZERO.         03630000
           05  BRANCH-LAPSED-PRIOR     PIC S9(9)V99 VALUE ZERO.         03640000
           05  BRANCH-LAPSED-YTD       PIC S9(9)V99 VALUE ZERO.         03650000
           05  GRAND-CUSTOMER-COUNT    PIC 9(5)     VALUE ZERO.         03660000
           05  GRAND-LAPSED-COUNT      PIC 9(5)     VALUE ZERO.         03670000
           05  GRAND-LAPSED-PRIOR      PIC S9(9)V99 VALUE ZERO.         03680000
           05  GRAND-LAPSED-YTD        PIC S9(9)V99 VALUE ZERO.         03690000
                                                                        03700000
      **************************************************************    03710000
      * COUNTS OF THE HISTORY READ AND OF THE CUSTOMERS TESTED     *    03720000
      **************************************************************    03730000
       01  COUNT-FIELDS.                                                03740000
           05  HISTORY-READ            PIC S9(7)   VALUE ZERO.          03750000
           05  HISTORY-SELECTED        PIC S9(7)   VALUE ZERO.          03760000
           05  HISTORY-NOT-SALES       PIC S9(7)   VALUE ZERO.          03770000
           05  HISTORY-AFTER-ASOF      PIC S9(7)   VALUE ZERO.          03780000
           05  HISTORY-BAD-DATE        PIC S9(7)   VALUE ZERO.          03790000
           05  HISTORY-NOT-ON-MASTER   PIC S9(7)   VALUE ZERO.          03800000
           05  CUSTOMERS-NO-SALES      PIC S9(7)   VALUE ZERO.          03810000
           05  LAPSED-OWN-GAP          PIC S9(7)   VALUE ZERO.          03820000
           05  LAPSED-DAY-LIMIT        PIC S9(7)   VALUE ZERO.          03830000
           05  LAPSED-BOTH             PIC S9(7)   VALUE ZERO.          03840000
                                                                        03850000
      **************************************************************    03860000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    03870000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    03880000
      **************************************************************    03890000
       01  CURRENT-DATE-AND-TIME.                                       03900000
           05  CD-YEAR         PIC 9999.                                03910000
           05  CD-MONTH        PIC 99.                                  03920000
           05  CD-DAY          PIC 99.                                  03930000
           05  CD-HOURS        PIC 99.                                  03940000
           05  CD-MINUTES      PIC 99.                                  03950000
           05  FILLER          PIC X(9).                                03960000
                                                                        03970000
      *------------------------------------------------------------*    03980000
      *                       OUTPUT FIELDS                        *    03990000
      *============================================================*    04000000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    04010000
      *                      THE OUTPUT FILES                      *    04020000
      *------------------------------------------------------------*    04030000
                                                                        04040000
      **************************************************************    04050000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    04060000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    04070000
      **************************************************************    04080000
       01  HEADING-LINE-1.                                              04090000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             04100000
           05  HL1-MONTH       PIC 9(2).                                04110000
           05  FILLER          PIC X(1)    VALUE "/".                   04120000
           05  HL1-DAY         PIC 9(2).                                04130000
           05  FILLER          PIC X(1)    VALUE "/".                   04140000
           05  HL1-YEAR        PIC 9(4).                                04150000
           05  FILLER          PIC X(13)   VALUE SPACE.                 04160000
           05  HL1-REPORT-TITLE PIC X(40).                              04170000
           05  FILLER          PIC X(12)   VALUE SPACE.                 04180000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            04190000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                04200000
           05  FILLER          PIC X(36)   VALUE SPACE.                 04210000
                                                                        04220000
      **************************************************************    04230000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    04240000
      * HOLDS THE TIME, THE AS-OF DATE, AND THE PROGRAM ID         *    04250000
      **************************************************************    04260000
       01  HEADING-LINE-2.                                              04270000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             04280000
           05  HL2-HOURS       PIC 9(2).                                04290000
           05  FILLER          PIC X(1)    VALUE ":".                   04300000
           05  HL2-MINUTES     PIC 9(2).                                04310000
           05  FILLER          PIC X(14)   VALUE SPACE.                 04320000
           05  FILLER          PIC X(7)    VALUE "AS OF: ".             04330000
           05  HL2-ASOF-MONTH  PIC 9(2).                                04340000
           05  FILLER          PIC X(1)    VALUE "/".                   04350000
           05  HL2-ASOF-DAY    PIC 9(2).                                04360000
           05  FILLER          PIC X(1)    VALUE "/".                   04370000
           05  HL2-ASOF-YEAR   PIC 9(4).                                04380000
           05  FILLER          PIC X(37)   VALUE SPACE.                 04390000
           05  FILLER          PIC X(10)   VALUE "LAP5000".             04400000
           05  FILLER          PIC X(40)   VALUE SPACE.                 04410000
                                                                        04420000
      **************************************************************    04430000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    04440000
      **************************************************************    04450000
       01  HEADING-LINE-3.                                              04460000
           05 FILLER               PIC X(130)   VALUE SPACE.            04470000
                                                                        04480000
      **************************************************************    04490000
      * STATES THE TWO LAPSE RULES THE RUN USED                    *    04500000
      **************************************************************    04510000
       01  CRITERIA-LINE.                                               04520000
           05  FILLER              PIC X(2)     VALUE SPACE.            04530000
           05  FILLER              PIC X(11)    VALUE "DAY LIMIT: ".    04540000
           05  CRL-DAY-LIMIT       PIC ZZZ9.                            04550000
           05  FILLER              PIC X(15)                            04560000
               VALUE "   GAP FACTOR: ".                                 04570000
           05  CRL-GAP-FACTOR      PIC Z9.9.                            04580000
           05  FILLER              PIC X(40)                            04590000
               VALUE " X THE CUSTOMER'S OWN AVERAGE GAP".               04600000
           05  FILLER              PIC X(54)    VALUE SPACE.            04610000
                                                                        04620000
      **************************************************************    04630000
      * STORES THE CALL LIST'S SALESREP BLOCK - WHOSE CALLS THESE  *    04640000
      * ARE. REPEATED AT THE TOP OF EVERY PAGE OF THEIR LIST       *    04650000
      **************************************************************    04660000
       01  CALL-REP-LINE.                                               04670000
           05  FILLER              PIC X(2)     VALUE SPACE.            04680000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        04690000
           05  CRP-BRANCH-NUMBER   PIC 9(2).                            04700000
           05  FILLER              PIC X(1)     VALUE SPACE.            04710000
           05  CRP-BRANCH-NAME     PIC X(20).                           04720000
           05  FILLER              PIC X(11)    VALUE "  SALESREP ".    04730000
           05  CRP-SALESREP-NUMBER PIC 9(2).                            04740000
           05  FILLER              PIC X(1)     VALUE SPACE.            04750000
           05  CRP-SALESREP-NAME   PIC X(20).                           04760000
           05  FILLER              PIC X(64)    VALUE SPACE.            04770000
                                                                        04780000
      **************************************************************    04790000
      * STORES THE CALL LIST COLUMN HEADINGS                       *    04800000
      **************************************************************    04810000
       01  CALL-HEADING-1.                                              04820000
           05  FILLER      PIC X(7)    VALUE "   CUST".                 04830000
           05  FILLER      PIC X(23)   VALUE "   CUSTOMER NAME".        04840000
           05  FILLER      PIC X(13)   VALUE "   LAST INV.".            04850000
           05  FILLER      PIC X(14)   VALUE "     LAST INV.".          04860000
           05  FILLER      PIC X(9)    VALUE "     DAYS".               04870000
           05  FILLER      PIC X(9)    VALUE "   NORMAL".               04880000
           05  FILLER      PIC X(13)   VALUE "   PRIOR-YEAR".           04890000
           05  FILLER      PIC X(15)   VALUE "       THIS YTD".         04900000
           05  FILLER      PIC X(12)   VALUE "   REASON".               04910000
           05  FILLER      PIC X(15)   VALUE SPACE.                     04920000
                                                                        04930000
       01  CALL-HEADING-2.                                              04940000
           05  FILLER      PIC X(7)    VALUE "     NO".                 04950000
           05  FILLER      PIC X(23)   VALUE SPACE.                     04960000
           05  FILLER      PIC X(13)   VALUE "   DATE".                 04970000
           05  FILLER      PIC X(14)   VALUE "        AMOUNT".          04980000
           05  FILLER      PIC X(9)    VALUE "    SINCE".               04990000
           05  FILLER      PIC X(9)    VALUE "      GAP".               05000000
           05  FILLER      PIC X(13)   VALUE "        SALES".           05010000
           05  FILLER      PIC X(15)   VALUE "          SALES".         05020000
           05  FILLER      PIC X(12)   VALUE SPACE.                     05030000
           05  FILLER      PIC X(15)   VALUE SPACE.                     05040000
                                                                        05050000
      **************************************************************    05060000
      * STORES ONE LAPSED CUSTOMER'S TWO CALL LIST LINES - THE     *    05070000
      * LAST INVOICE AND SALES FIGURES, THEN THE MAILING ADDRESS   *    05080000
      **************************************************************    05090000
       01  CALL-LINE.                                                   05100000
           05  FILLER              PIC X(2)     VALUE SPACE.            05110000
           05  CL-CUSTOMER-NUMBER  PIC 9(5).                            05120000
           05  FILLER              PIC X(3)     VALUE SPACE.            05130000
           05  CL-CUSTOMER-NAME    PIC X(20).                           05140000
           05  FILLER              PIC X(3)     VALUE SPACE.            05150000
           05  CL-LAST-MONTH       PIC 9(2).                            05160000
           05  FILLER              PIC X(1)     VALUE "/".              05170000
           05  CL-LAST-DAY         PIC 9(2).                            05180000
           05  FILLER              PIC X(1)     VALUE "/".              05190000
           05  CL-LAST-YEAR        PIC 9(4).                            05200000
           05  FILLER              PIC X(1)     VALUE SPACE.            05210000
           05  CL-LAST-AMOUNT      PIC Z,ZZZ,ZZ9.99-.                   05220000
           05  FILLER              PIC X(3)     VALUE SPACE.            05230000
           05  CL-DAYS-SINCE       PIC ZZ,ZZ9.                          05240000
           05  FILLER              PIC X(3)     VALUE SPACE.            05250000
           05  CL-NORMAL-GAP       PIC ZZ,ZZ9   BLANK WHEN ZERO.        05260000
           05  FILLER              PIC X(3)     VALUE SPACE.            05270000
           05  CL-PRIOR-YEAR       PIC ZZ,ZZ9.99-.                      05280000
           05  FILLER              PIC X(5)     VALUE SPACE.            05290000
           05  CL-THIS-YTD         PIC ZZ,ZZ9.99-.                      05300000
           05  FILLER              PIC X(3)     VALUE SPACE.            05310000
           05  CL-REASON           PIC X(9).                            05320000
           05  FILLER              PIC X(15)    VALUE SPACE.            05330000
                                                                        05340000
       01  CALL-ADDRESS-LINE.                                           05350000
           05  FILLER              PIC X(10)    VALUE SPACE.            05360000
           05  CAL-STREET-ADDRESS  PIC X(25).                           05370000
           05  FILLER              PIC X(2)     VALUE SPACE.            05380000
           05  CAL-CITY            PIC X(20).                           05390000
           05  FILLER              PIC X(2)     VALUE SPACE.            05400000
           05  CAL-STATE           PIC X(2).                            05410000
           05  FILLER              PIC X(2)     VALUE SPACE.            05420000
           05  CAL-POSTAL-CODE     PIC X(9).                            05430000
           05  FILLER              PIC X(58)    VALUE SPACE.            05440000
                                                                        05450000
      **************************************************************    05460000
      * STORES THE SALESREP'S TOTAL LINE AT THE END OF THEIR LIST  *    05470000
      **************************************************************    05480000
       01  CALL-TOTAL-LINE.                                             05490000
           05  FILLER              PIC X(2)     VALUE SPACE.            05500000
           05  FILLER              PIC X(36)                            05510000
               VALUE "SALESREP TOTAL - LAPSED CUSTOMERS: ".             05520000
           05  CTL-LAPSED-COUNT    PIC ZZ,ZZ9.                          05530000
           05  FILLER              PIC X(30)    VALUE SPACE.            05540000
           05  CTL-LAPSED-PRIOR    PIC ZZ,ZZZ,ZZ9.99-.                  05550000
           05  FILLER              PIC X(1)     VALUE SPACE.            05560000
           05  CTL-LAPSED-YTD      PIC ZZ,ZZZ,ZZ9.99-.                  05570000
           05  FILLER              PIC X(27)    VALUE SPACE.            05580000
                                                                        05590000
      **************************************************************    05600000
      * STORES THE SUMMARY'S BRANCH BLOCK - WHOSE BRANCH THE PAGE  *    05610000
      * IS FOR - OR THE COMPANY TOTALS TITLE ON THE LAST PAGE      *    05620000
      **************************************************************    05630000
       01  SUMMARY-BRANCH-LINE.                                         05640000
           05  FILLER              PIC X(2)     VALUE SPACE.            05650000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        05660000
           05  SBL-BRANCH-NUMBER   PIC 9(2).                            05670000
           05  FILLER              PIC X(1)     VALUE SPACE.            05680000
           05  SBL-BRANCH-NAME     PIC X(20).                           05690000
           05  FILLER              PIC X(98)    VALUE SPACE.            05700000
                                                                        05710000
       01  SUMMARY-COMPANY-LINE.                                        05720000
           05  FILLER              PIC X(2)     VALUE SPACE.            05730000
           05  FILLER              PIC X(40)                            05740000
               VALUE "ALL BRANCHES - COMPANY TOTALS".                   05750000
           05  FILLER              PIC X(88)    VALUE SPACE.            05760000
                                                                        05770000
      **************************************************************    05780000
      * STORES THE SUMMARY COLUMN HEADINGS                         *    05790000
      **************************************************************    05800000
       01  SUMMARY-HEADING-1.                                           05810000
           05  FILLER      PIC X(9)    VALUE "    REP  ".               05820000
           05  FILLER      PIC X(23)   VALUE "SALESREP NAME".           05830000
           05  FILLER      PIC X(9)    VALUE "CUSTOMERS".               05840000
           05  FILLER      PIC X(9)    VALUE "   LAPSED".               05850000
           05  FILLER      PIC X(8)    VALUE "     PCT".                05860000
           05  FILLER      PIC X(18)   VALUE "      LAPSED PRIOR".      05870000
           05  FILLER      PIC X(18)   VALUE "       LAPSED THIS".      05880000
           05  FILLER      PIC X(36)   VALUE SPACE.                     05890000
                                                                        05900000
       01  SUMMARY-HEADING-2.                                           05910000
           05  FILLER      PIC X(58)   VALUE SPACE.                     05920000
           05  FILLER      PIC X(18)   VALUE "        YEAR SALES".      05930000
           05  FILLER      PIC X(18)   VALUE "         YTD SALES".      05940000
           05  FILLER      PIC X(36)   VALUE SPACE.                     05950000
                                                                        05960000
      **************************************************************    05970000
      * STORES ONE SALESREP'S SUMMARY LINE - ALSO USED FOR THE     *    05980000
      * BRANCH AND COMPANY TOTAL LINES                             *    05990000
      **************************************************************    06000000
       01  SUMMARY-LINE.                                                06010000
           05  FILLER              PIC X(4)     VALUE SPACE.            06020000
           05  SML-SALESREP-NUMBER PIC X(2).                            06030000
           05  FILLER              PIC X(3)     VALUE SPACE.            06040000
           05  SML-NAME            PIC X(20).                           06050000
           05  FILLER              PIC X(6)     VALUE SPACE.            06060000
           05  SML-CUSTOMER-COUNT  PIC ZZ,ZZ9.                          06070000
           05  FILLER              PIC X(3)     VALUE SPACE.            06080000
           05  SML-LAPSED-COUNT    PIC ZZ,ZZ9.                          06090000
           05  FILLER              PIC X(3)     VALUE SPACE.            06100000
           05  SML-LAPSED-PERCENT  PIC ZZ9.9.                           06110000
           05  FILLER              PIC X(3)     VALUE SPACE.            06120000
           05  SML-LAPSED-PRIOR    PIC ZZZ,ZZZ,ZZ9.99-.                 06130000
           05  FILLER              PIC X(3)     VALUE SPACE.            06140000
           05  SML-LAPSED-YTD      PIC ZZZ,ZZZ,ZZ9.99-.                 06150000
           05  FILLER              PIC X(36)    VALUE SPACE.            06160000
                                                                        06170000
      **************************************************************    06180000
      * STORES THE RUN COUNT LINES PRINTED UNDER THE COMPANY       *    06190000
      * TOTALS                                                     *    06200000
      **************************************************************    06210000
       01  COUNT-LINE.                                                  06220000
           05  FILLER              PIC X(2)     VALUE SPACE.            06230000
           05  TL-DESCRIPTION      PIC X(40).                           06240000
           05  TL-COUNT            PIC Z,ZZZ,ZZ9.                       06250000
           05  FILLER              PIC X(79)    VALUE SPACE.            06260000
                                                                        06270000
       LINKAGE SECTION.                                                 06280000
                                                                        06290000
      **************************************************************    06300000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    06310000
      * CLAUSE, E.G. "DAYS=90,FACTOR=2.0". PARM-LENGTH IS THE      *    06320000
      * 2-BYTE BINARY HALFWORD MVS PLACES AHEAD OF THE PARM TEXT   *    06330000
      * ITSELF - PARM-DATA MUST NEVER BE SCANNED PAST PARM-LENGTH  *    06340000
      * BYTES                                                      *    06350000
      **************************************************************    06360000
       01  RUN-PARM-AREA.                                               06370000
           05  PARM-LENGTH         PIC S9(4) COMP.                      06380000
           05  PARM-DATA           PIC X(80).                           06390000
                                                                        06400000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          06410000
                                                                        06420000
      **************************************************************    06430000
      * LOADS THE MASTER AND REFERENCE FILES, SUMMARISES EVERY     *    06440000
      * CUSTOMER'S BUYING THROUGH THE SORT, AND PRINTS THE CALL    *    06450000
      * LIST AND THE BRANCH SUMMARY                                *    06460000
      **************************************************************    06470000
       000-LIST-LAPSED-CUSTOMERS.                                       06480000
                                                                        06490000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        06500000
           *> LINES, WHICH IS ALSO THE DEFAULT AS-OF DATE               06510000
           PERFORM 100-FORMAT-REPORT-HEADING.                           06520000
                                                                        06530000
           PERFORM 010-PARSE-RUN-PARM.                                  06540000
                                                                        06550000
           IF NOT PARM-ERROR                                            06560000
               PERFORM 105-SET-ASOF-DATE                                06570000
           END-IF.                                                      06580000
                                                                        06590000
           IF NOT PARM-ERROR                                            06600000
               OPEN INPUT CUSTMAST                                      06610000
                          CUSTADDR                                      06620000
                          BRANCHMAST                                    06630000
                          SALESREPMAST                                  06640000
               PERFORM 115-LOAD-BRANCH-TABLE                            06650000
               PERFORM 125-LOAD-SALESREP-TABLE                          06660000
               PERFORM 135-LOAD-CUSTOMER-TABLE                          06670000
               PERFORM 145-LOAD-ADDRESS-TABLE                           06680000
               CLOSE CUSTMAST                                           06690000
                     CUSTADDR                                           06700000
                     BRANCHMAST                                         06710000
                     SALESREPMAST                                       06720000
           END-IF.                                                      06730000
                                                                        06740000
           EVALUATE TRUE                                                06750000
               WHEN PARM-ERROR                                          06760000
                   DISPLAY "LAP5000 - RUN ABORTED - PARM NOT VALID - "  06770000
                       "USE ASOF=YYYYMMDD,DAYS=NNNN,FACTOR=NN.N"        06780000
                   MOVE 16 TO RETURN-CODE                               06790000
               WHEN TABLE-OVERFLOW                                      06800000
                   MOVE 16 TO RETURN-CODE                               06810000
               WHEN CUSTOMER-TABLE-COUNT = ZERO                         06820000
                   DISPLAY "LAP5000 - RUN ABORTED - CUSTMAST EMPTY"     06830000
                   MOVE 16 TO RETURN-CODE                               06840000
               WHEN OTHER                                               06850000
                   OPEN INPUT  SALESHIST                                06860000
                        OUTPUT CALLLIST                                 06870000
                               LAPSUM                                   06880000
                   SORT SORT-FILE                                       06890000
                       ON ASCENDING KEY HS-CUSTOMER-NUMBER              06900000
                                        HS-INVOICE-DATE                 06910000
                                        HS-INVOICE-NUMBER               06920000
                       INPUT PROCEDURE IS 200-SELECT-HISTORY            06930000
                       OUTPUT PROCEDURE IS 300-SUMMARISE-HISTORY        06940000
                   CLOSE SALESHIST                                      06950000
                   PERFORM 400-PRINT-CALL-LISTS                         06960000
                   PERFORM 500-PRINT-COMPANY-TOTALS                     06970000
                   CLOSE CALLLIST                                       06980000
                         LAPSUM                                         06990000
                   DISPLAY "LAP5000 - " GRAND-LAPSED-COUNT              07000000
                       " LAPSED CUSTOMERS LISTED"                       07010000
           END-EVALUATE.                                                07020000
                                                                        07030000
           STOP RUN.                                                    07040000
                                                                        07050000
      **************************************************************    07060000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    07070000
      * APPLIES EACH ONE                                           *    07080000
      **************************************************************    07090000
       010-PARSE-RUN-PARM.                                              07100000
                                                                        07110000
           IF PARM-LENGTH > ZERO                                        07120000
               MOVE 1 TO PARM-POINTER                                   07130000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         07140000
                   UNTIL PARM-POINTER > PARM-LENGTH                     07150000
                      OR PARM-KEYWORD-COUNT >= 10                       07160000
               PERFORM 012-APPLY-PARM-KEYWORDS                          07170000
                   VARYING PK-INDEX FROM 1 BY 1                         07180000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  07190000
           END-IF.                                                      07200000
                                                                        07210000
      **************************************************************    07220000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    07230000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    07240000
      **************************************************************    07250000
       011-EXTRACT-PARM-SEGMENT.                                        07260000
                                                                        07270000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 07280000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          07290000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        07300000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           07310000
               INTO PK-RAW-PAIR(PK-INDEX)                               07320000
               WITH POINTER PARM-POINTER                                07330000
           END-UNSTRING.                                                07340000
           PERFORM 013-SPLIT-PARM-PAIR.                                 07350000
                                                                        07360000
      **************************************************************    07370000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    07380000
      **************************************************************    07390000
       013-SPLIT-PARM-PAIR.                                             07400000
                                                                        07410000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             07420000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           07430000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              07440000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 07450000
           END-UNSTRING.                                                07460000
                                                                        07470000
      **************************************************************    07480000
      * APPLIES ONE PARM KEYWORD TO ITS RUN-PARM-FIELDS ITEM. A    *    07490000
      * VALUE THAT IS NOT A NUMBER, A LIMIT OR FACTOR THAT IS NOT  *    07500000
      * ABOVE ZERO, OR A KEYWORD THIS PROGRAM DOES NOT KNOW STOPS  *    07510000
      * THE RUN RATHER THAN HAND THE REPS A LIST NOBODY ASKED FOR  *    07520000
      **************************************************************    07530000
       012-APPLY-PARM-KEYWORDS.                                         07540000
                                                                        07550000
           EVALUATE PK-KEY(PK-INDEX)                                    07560000
               WHEN "ASOF"                                              07570000
                   IF PK-VALUE(PK-INDEX)(1:8) IS NUMERIC                07580000
                      AND PK-VALUE(PK-INDEX)(9:12) = SPACES             07590000
                       MOVE PK-VALUE(PK-INDEX)(1:8) TO PARM-ASOF-DATE   07600000
                   ELSE                                                 07610000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07620000
                   END-IF                                               07630000
               WHEN "DAYS"                                              07640000
                   IF FUNCTION TEST-NUMVAL(PK-VALUE(PK-INDEX)) = ZERO   07650000
                       COMPUTE PARM-DAY-LIMIT =                         07660000
                           FUNCTION NUMVAL(PK-VALUE(PK-INDEX))          07670000
                       IF PARM-DAY-LIMIT NOT > ZERO                     07680000
                           MOVE "Y" TO PARM-ERROR-SWITCH                07690000
                       END-IF                                           07700000
                   ELSE                                                 07710000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07720000
                   END-IF                                               07730000
               WHEN "FACTOR"                                            07740000
                   IF FUNCTION TEST-NUMVAL(PK-VALUE(PK-INDEX)) = ZERO   07750000
                       COMPUTE PARM-GAP-FACTOR =                        07760000
                           FUNCTION NUMVAL(PK-VALUE(PK-INDEX))          07770000
                       IF PARM-GAP-FACTOR NOT > ZERO                    07780000
                           MOVE "Y" TO PARM-ERROR-SWITCH                07790000
                       END-IF                                           07800000
                   ELSE                                                 07810000
                       MOVE "Y" TO PARM-ERROR-SWITCH                    07820000
                   END-IF                                               07830000
               WHEN OTHER                                               07840000
                   MOVE "Y" TO PARM-ERROR-SWITCH                        07850000
           END-EVALUATE.                                                07860000
                                                                        07870000
      **************************************************************    07880000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    07890000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    07900000
      **************************************************************    07910000
       100-FORMAT-REPORT-HEADING.                                       07920000
                                                                        07930000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         07940000
                                                                        07950000
           MOVE CD-MONTH   TO HL1-MONTH.                                07960000
           MOVE CD-DAY     TO HL1-DAY.                                  07970000
           MOVE CD-YEAR    TO HL1-YEAR.                                 07980000
           MOVE CD-HOURS   TO HL2-HOURS.                                07990000
           MOVE CD-MINUTES TO HL2-MINUTES.                              08000000
                                                                        08010000
      **************************************************************    08020000
      * SETTLES THE AS-OF DATE - TONIGHT'S DATE UNLESS THE PARM    *    08030000
      * GAVE ONE - AND ITS DAY NUMBER FOR THE LAPSE ARITHMETIC,    *    08040000
      * AND PUTS IT AND THE LAPSE RULES ON THE HEADINGS            *    08050000
      **************************************************************    08060000
       105-SET-ASOF-DATE.                                               08070000
                                                                        08080000
           IF PARM-ASOF-DATE = ZERO                                     08090000
               MOVE CURRENT-DATE-AND-TIME(1:8) TO PARM-ASOF-DATE        08100000
           END-IF.                                                      08110000
                                                                        08120000
           IF FUNCTION TEST-DATE-YYYYMMDD(PARM-ASOF-DATE) NOT = ZERO    08130000
               MOVE "Y" TO PARM-ERROR-SWITCH                            08140000
           ELSE                                                         08150000
               COMPUTE ASOF-DAY-NUMBER =                                08160000
                   FUNCTION INTEGER-OF-DATE(PARM-ASOF-DATE)             08170000
               MOVE PARM-ASOF-DATE(5:2) TO HL2-ASOF-MONTH               08180000
               MOVE PARM-ASOF-DATE(7:2) TO HL2-ASOF-DAY                 08190000
               MOVE PARM-ASOF-DATE(1:4) TO HL2-ASOF-YEAR                08200000
               MOVE PARM-DAY-LIMIT      TO CRL-DAY-LIMIT                08210000
               MOVE PARM-GAP-FACTOR     TO CRL-GAP-FACTOR               08220000
           END-IF.                                                      08230000
                                                                        08240000
      **************************************************************    08250000
      * READS EVERY RECORD ON BRANCHMAST INTO THE BRANCH-TABLE     *    08260000
      * SO THE BRANCH NAME IS AVAILABLE WHEN WE NEED IT            *    08270000
      **************************************************************    08280000
       115-LOAD-BRANCH-TABLE.                                           08290000
                                                                        08300000
           PERFORM 116-READ-BRANCH-RECORD.                              08310000
           PERFORM 117-STORE-BRANCH-TABLE-ENTRY UNTIL BRANCHMAST-EOF.   08320000
                                                                        08330000
      **************************************************************    08340000
      * READS A LINE OF THE BRANCH REFERENCE FILE AND IF ITS THE   *    08350000
      * LAST ONE UPDATES THE BRANCHMAST-EOF-SWITCH                 *    08360000
      **************************************************************    08370000
       116-READ-BRANCH-RECORD.                                          08380000
                                                                        08390000
           READ BRANCHMAST                                              08400000
               AT END                                                   08410000
                   MOVE "Y" TO BRANCHMAST-EOF-SWITCH.                   08420000
                                                                        08430000
      **************************************************************    08440000
      * ADDS THE BRANCH WE JUST READ TO THE BRANCH-TABLE THEN      *    08450000
      * READS THE NEXT ONE                                         *    08460000
      **************************************************************    08470000
       117-STORE-BRANCH-TABLE-ENTRY.                                    08480000
                                                                        08490000
           *> BRANCH-TABLE ONLY HOLDS 50 ENTRIES - ABORT RATHER THAN    08500000
           *> OVERRUN IT IF BRANCHMAST EVER GROWS PAST THAT             08510000
           IF BRANCH-TABLE-COUNT >= 50                                  08520000
               DISPLAY "LAP5000 - RUN ABORTED - BRANCH-TABLE FULL"      08530000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08540000
               MOVE "Y" TO BRANCHMAST-EOF-SWITCH                        08550000
           ELSE                                                         08560000
               ADD 1 TO BRANCH-TABLE-COUNT                              08570000
               SET BT-INDEX TO BRANCH-TABLE-COUNT                       08580000
               MOVE BM-BRANCH-NUMBER TO BT-BRANCH-NUMBER(BT-INDEX)      08590000
               MOVE BM-BRANCH-NAME   TO BT-BRANCH-NAME(BT-INDEX)        08600000
               PERFORM 116-READ-BRANCH-RECORD                           08610000
           END-IF.                                                      08620000
                                                                        08630000
      **************************************************************    08640000
      * READS EVERY RECORD ON SALESREPMAST INTO THE SALESREP-TABLE *    08650000
      * SO THE SALESREP NAME IS AVAILABLE WHEN WE NEED IT          *    08660000
      **************************************************************    08670000
       125-LOAD-SALESREP-TABLE.                                         08680000
                                                                        08690000
           PERFORM 126-READ-SALESREP-RECORD.                            08700000
           PERFORM 127-STORE-SALESREP-TABLE-ENTRY                       08710000
               UNTIL SALESREPMAST-EOF.                                  08720000
                                                                        08730000
      **************************************************************    08740000
      * READS A LINE OF THE SALESREP REFERENCE FILE AND IF ITS THE *    08750000
      * LAST ONE UPDATES THE SALESREPMAST-EOF-SWITCH               *    08760000
      **************************************************************    08770000
       126-READ-SALESREP-RECORD.                                        08780000
                                                                        08790000
           READ SALESREPMAST                                            08800000
               AT END                                                   08810000
                   MOVE "Y" TO SALESREPMAST-EOF-SWITCH.                 08820000
                                                                        08830000
      **************************************************************    08840000
      * ADDS THE SALESREP WE JUST READ TO THE SALESREP-TABLE THEN  *    08850000
      * READS THE NEXT ONE                                         *    08860000
      **************************************************************    08870000
       127-STORE-SALESREP-TABLE-ENTRY.                                  08880000
                                                                        08890000
           *> SALESREP-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER      08900000
           *> THAN OVERRUN IT IF SALESREPMAST EVER GROWS PAST THAT      08910000
           IF SALESREP-TABLE-COUNT >= 500                               08920000
               DISPLAY "LAP5000 - RUN ABORTED - SALESREP-TABLE FULL"    08930000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08940000
               MOVE "Y" TO SALESREPMAST-EOF-SWITCH                      08950000
           ELSE                                                         08960000
               ADD 1 TO SALESREP-TABLE-COUNT                            08970000
               SET ST-INDEX TO SALESREP-TABLE-COUNT                     08980000
               MOVE SM-BRANCH-NUMBER   TO ST-BRANCH-NUMBER(ST-INDEX)    08990000
               MOVE SM-SALESREP-NUMBER TO ST-SALESREP-NUMBER(ST-INDEX)  09000000
               MOVE SM-SALESREP-NAME   TO ST-SALESREP-NAME(ST-INDEX)    09010000
               PERFORM 126-READ-SALESREP-RECORD                         09020000
           END-IF.                                                      09030000
                                                                        09040000
      **************************************************************    09050000
      * READS EVERY CUSTOMER RECORD ON CUSTMAST INTO THE CUSTOMER  *    09060000
      * TABLE. THE CONTROL TRAILER CARRIED AS THE LAST RECORD IS   *    09070000
      * NOT A CUSTOMER AND IS SKIPPED                              *    09080000
      **************************************************************    09090000
       135-LOAD-CUSTOMER-TABLE.                                         09100000
                                                                        09110000
           PERFORM 136-READ-CUSTOMER-RECORD.                            09120000
           PERFORM 137-STORE-CUSTOMER-TABLE-ENTRY                       09130000
               UNTIL CUSTMAST-EOF.                                      09140000
                                                                        09150000
      **************************************************************    09160000
      * READS A LINE OF THE INPUT FILE AND IF ITS THE LAST ONE     *    09170000
      * UPDATES THE CUSTMAST-EOF-SWITCH                            *    09180000
      **************************************************************    09190000
       136-READ-CUSTOMER-RECORD.                                        09200000
                                                                        09210000
           READ CUSTMAST                                                09220000
               AT END                                                   09230000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     09240000
                                                                        09250000
      **************************************************************    09260000
      * ADDS THE CUSTOMER WE JUST READ TO THE CUSTOMER-TABLE, WITH *    09270000
      * NO BUYING SEEN YET, THEN READS THE NEXT ONE. THE CONTROL   *    09280000
      * TRAILER IS SKIPPED                                         *    09290000
      **************************************************************    09300000
       137-STORE-CUSTOMER-TABLE-ENTRY.                                  09310000
                                                                        09320000
           EVALUATE TRUE                                                09330000
               WHEN CUSTOMER-MASTER-RECORD(1:9) = "999999999"           09340000
                AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"           09350000
                   PERFORM 136-READ-CUSTOMER-RECORD                     09360000
               WHEN CUSTOMER-TABLE-COUNT >= 5000                        09370000
                   DISPLAY "LAP5000 - RUN ABORTED - CUSTOMER-TABLE "    09380000
                       "FULL"                                           09390000
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH                    09400000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      09410000
               WHEN OTHER                                               09420000
                   ADD 1 TO CUSTOMER-TABLE-COUNT                        09430000
                   MOVE CUSTOMER-TABLE-COUNT TO CUSTOMER-SUB            09440000
                   MOVE CM-BRANCH-NUMBER                                09450000
                       TO CU-BRANCH-NUMBER(CUSTOMER-SUB)                09460000
                   MOVE CM-SALESREP-NUMBER                              09470000
                       TO CU-SALESREP-NUMBER(CUSTOMER-SUB)              09480000
                   MOVE CM-CUSTOMER-NUMBER                              09490000
                       TO CU-CUSTOMER-NUMBER(CUSTOMER-SUB)              09500000
                   MOVE CM-CUSTOMER-NAME                                09510000
                       TO CU-CUSTOMER-NAME(CUSTOMER-SUB)                09520000
                   MOVE CM-SALES-THIS-YTD                               09530000
                       TO CU-SALES-THIS-YTD(CUSTOMER-SUB)               09540000
                   MOVE CM-SALES-LAST-YTD                               09550000
                       TO CU-SALES-LAST-YTD(CUSTOMER-SUB)               09560000
                   MOVE ZERO TO CU-BUYING-DAYS(CUSTOMER-SUB)            09570000
                                CU-FIRST-SALE-DATE(CUSTOMER-SUB)        09580000
                                CU-LAST-SALE-DATE(CUSTOMER-SUB)         09590000
                                CU-LAST-INVOICE-AMOUNT(CUSTOMER-SUB)    09600000
                   PERFORM 136-READ-CUSTOMER-RECORD                     09610000
           END-EVALUATE.                                                09620000
                                                                        09630000
      **************************************************************    09640000
      * READS EVERY RECORD ON THE CUSTOMER ADDRESS FILE INTO THE   *    09650000
      * ADDRESS-TABLE SO THE MAILING ADDRESS IS AVAILABLE WHEN A   *    09660000
      * LAPSED CUSTOMER IS LISTED                                  *    09670000
      **************************************************************    09680000
       145-LOAD-ADDRESS-TABLE.                                          09690000
                                                                        09700000
           PERFORM 146-READ-ADDRESS-RECORD.                             09710000
           PERFORM 147-STORE-ADDRESS-TABLE-ENTRY                        09720000
               UNTIL CUSTADDR-EOF.                                      09730000
                                                                        09740000
      **************************************************************    09750000
      * READS A LINE OF THE ADDRESS FILE AND IF ITS THE LAST ONE   *    09760000
      * UPDATES THE CUSTADDR-EOF-SWITCH                            *    09770000
      **************************************************************    09780000
       146-READ-ADDRESS-RECORD.                                         09790000
                                                                        09800000
           READ CUSTADDR                                                09810000
               AT END                                                   09820000
                   MOVE "Y" TO CUSTADDR-EOF-SWITCH.                     09830000
                                                                        09840000
      **************************************************************    09850000
      * ADDS THE ADDRESS WE JUST READ TO THE ADDRESS-TABLE THEN    *    09860000
      * READS THE NEXT ONE                                         *    09870000
      **************************************************************    09880000
       147-STORE-ADDRESS-TABLE-ENTRY.                                   09890000
                                                                        09900000
           *> ADDRESS-TABLE ONLY HOLDS 5000 ENTRIES - ABORT RATHER      09910000
           *> THAN OVERRUN IT IF CUSTADDR EVER GROWS PAST THAT          09920000
           IF ADDRESS-TABLE-COUNT >= 5000                               09930000
               DISPLAY "LAP5000 - RUN ABORTED - ADDRESS-TABLE FULL"     09940000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        09950000
               MOVE "Y" TO CUSTADDR-EOF-SWITCH                          09960000
           ELSE                                                         09970000
               ADD 1 TO ADDRESS-TABLE-COUNT                             09980000
               MOVE ADDRESS-TABLE-COUNT TO ADDRESS-SUB                  09990000
               MOVE CA-CUSTOMER-NUMBER                                  10000000
                   TO AD-CUSTOMER-NUMBER(ADDRESS-SUB)                   10010000
               MOVE CA-STREET-ADDRESS                                   10020000
                   TO AD-STREET-ADDRESS(ADDRESS-SUB)                    10030000
               MOVE CA-CITY                                             10040000
                   TO AD-CITY(ADDRESS-SUB)                              10050000
               MOVE CA-STATE                                            10060000
                   TO AD-STATE(ADDRESS-SUB)                             10070000
               MOVE CA-POSTAL-CODE                                      10080000
                   TO AD-POSTAL-CODE(ADDRESS-SUB)                       10090000
               PERFORM 146-READ-ADDRESS-RECORD                          10100000
           END-IF.                                                      10110000
                                                                        10120000
      **************************************************************    10130000
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE HISTORY     *    10140000
      * FILE AND RELEASES EVERY SALE INVOICED ON OR BEFORE THE     *    10150000
      * AS-OF DATE                                                 *    10160000
      **************************************************************    10170000
       200-SELECT-HISTORY.                                              10180000
                                                                        10190000
           PERFORM 210-READ-HISTORY-RECORD.                             10200000
           PERFORM 215-SELECT-ONE-RECORD UNTIL SALESHIST-EOF.           10210000
                                                                        10220000
      **************************************************************    10230000
      * READS A LINE OF THE HISTORY FILE AND IF ITS THE LAST ONE   *    10240000
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    10250000
      **************************************************************    10260000
       210-READ-HISTORY-RECORD.                                         10270000
                                                                        10280000
           READ SALESHIST                                               10290000
               AT END                                                   10300000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH                     10310000
               NOT AT END                                               10320000
                   ADD 1 TO HISTORY-READ                                10330000
           END-READ.                                                    10340000
                                                                        10350000
      **************************************************************    10360000
      * RELEASES THE RECORD JUST READ IF IT IS A SALE WITH A REAL  *    10370000
      * INVOICE DATE NO LATER THAN THE AS-OF DATE, AND COUNTS IT   *    10380000
      * AGAINST WHY IT WAS LEFT OUT IF NOT. RETURNS AND            *    10390000
      * ADJUSTMENTS ARE NOT PURCHASES AND NEVER RESET THE CLOCK    *    10400000
      **************************************************************    10410000
       215-SELECT-ONE-RECORD.                                           10420000
                                                                        10430000
           EVALUATE TRUE                                                10440000
               WHEN SH-TRANS-TYPE NOT = "S"                             10450000
                   ADD 1 TO HISTORY-NOT-SALES                           10460000
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SH-INVOICE-DATE)        10470000
                       NOT = ZERO                                       10480000
                   ADD 1 TO HISTORY-BAD-DATE                            10490000
               WHEN SH-INVOICE-DATE > PARM-ASOF-DATE                    10500000
                   ADD 1 TO HISTORY-AFTER-ASOF                          10510000
               WHEN OTHER                                               10520000
                   ADD 1 TO HISTORY-SELECTED                            10530000
                   RELEASE SORT-RECORD FROM SALES-HISTORY-RECORD        10540000
           END-EVALUATE.                                                10550000
                                                                        10560000
           PERFORM 210-READ-HISTORY-RECORD.                             10570000
                                                                        10580000
      **************************************************************    10590000
      * WRITES ONE LINE TO THE CALL LIST AND COUNTS IT AGAINST THE *    10600000
      * CURRENT PAGE                                               *    10610000
      **************************************************************    10620000
       225-WRITE-CALL-LINE.                                             10630000
           WRITE CALL-PRINT-AREA.                                       10640000
           ADD 1 TO LINE-COUNT.                                         10650000
                                                                        10660000
      **************************************************************    10670000
      * WRITES ONE LINE TO THE SUMMARY AND COUNTS IT AGAINST THE   *    10680000
      * CURRENT PAGE                                               *    10690000
      **************************************************************    10700000
       226-WRITE-SUMMARY-LINE.                                          10710000
           WRITE SUMMARY-PRINT-AREA.                                    10720000
           ADD 1 TO SUMMARY-LINE-COUNT.                                 10730000
                                                                        10740000
      **************************************************************    10750000
      * PRINTS THE CALL LIST HEADER LINES AND THE SALESREP'S       *    10760000
      * BLOCK, RAN ONCE FOR EVERY PAGE                             *    10770000
      **************************************************************    10780000
       230-PRINT-HEADING-LINES.                                         10790000
                                                                        10800000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             10810000
           *> SO WE INCREASE THE PAGE COUNT HERE                        10820000
           ADD 1 TO PAGE-COUNT.                                         10830000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      10840000
           MOVE "LAPSED CUSTOMER CALL LIST" TO HL1-REPORT-TITLE.        10850000
                                                                        10860000
           MOVE OLD-BRANCH-NUMBER     TO CRP-BRANCH-NUMBER.             10870000
           MOVE CURRENT-BRANCH-NAME   TO CRP-BRANCH-NAME.               10880000
           MOVE OLD-SALESREP-NUMBER   TO CRP-SALESREP-NUMBER.           10890000
           MOVE CURRENT-SALESREP-NAME TO CRP-SALESREP-NAME.             10900000
                                                                        10910000
           MOVE HEADING-LINE-1 TO CALL-PRINT-AREA.                      10920000
           WRITE CALL-PRINT-AREA.                                       10930000
           MOVE HEADING-LINE-2 TO CALL-PRINT-AREA.                      10940000
           WRITE CALL-PRINT-AREA.                                       10950000
           MOVE HEADING-LINE-3 TO CALL-PRINT-AREA.                      10960000
           WRITE CALL-PRINT-AREA.                                       10970000
           MOVE CALL-REP-LINE TO CALL-PRINT-AREA.                       10980000
           WRITE CALL-PRINT-AREA.                                       10990000
           MOVE CRITERIA-LINE TO CALL-PRINT-AREA.                       11000000
           WRITE CALL-PRINT-AREA.                                       11010000
           MOVE HEADING-LINE-3 TO CALL-PRINT-AREA.                      11020000
           WRITE CALL-PRINT-AREA.                                       11030000
           MOVE CALL-HEADING-1 TO CALL-PRINT-AREA.                      11040000
           WRITE CALL-PRINT-AREA.                                       11050000
           MOVE CALL-HEADING-2 TO CALL-PRINT-AREA.                      11060000
           WRITE CALL-PRINT-AREA.                                       11070000
           MOVE HEADING-LINE-3 TO CALL-PRINT-AREA.                      11080000
           WRITE CALL-PRINT-AREA.                                       11090000
                                                                        11100000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    11110000
           *> OF A NEW PAGE                                             11120000
           MOVE ZERO TO LINE-COUNT.                                     11130000
                                                                        11140000
      **************************************************************    11150000
      * PRINTS THE SUMMARY HEADER LINES AND THE BRANCH BLOCK - OR  *    11160000
      * THE COMPANY TOTALS TITLE - RAN ONCE FOR EVERY PAGE OF THE  *    11170000
      * SUMMARY                                                    *    11180000
      **************************************************************    11190000
       235-PRINT-SUMMARY-HEADING-LINES.                                 11200000
                                                                        11210000
           ADD 1 TO SUMMARY-PAGE-COUNT.                                 11220000
           MOVE SUMMARY-PAGE-COUNT TO HL1-PAGE-NUMBER.                  11230000
           MOVE "LAPSED CUSTOMER BRANCH SUMMARY" TO HL1-REPORT-TITLE.   11240000
                                                                        11250000
           MOVE HEADING-LINE-1 TO SUMMARY-PRINT-AREA.                   11260000
           WRITE SUMMARY-PRINT-AREA.                                    11270000
           MOVE HEADING-LINE-2 TO SUMMARY-PRINT-AREA.                   11280000
           WRITE SUMMARY-PRINT-AREA.                                    11290000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   11300000
           WRITE SUMMARY-PRINT-AREA.                                    11310000
           IF COMPANY-PAGE                                              11320000
               MOVE SUMMARY-COMPANY-LINE TO SUMMARY-PRINT-AREA          11330000
           ELSE                                                         11340000
               MOVE OLD-BRANCH-NUMBER   TO SBL-BRANCH-NUMBER            11350000
               MOVE CURRENT-BRANCH-NAME TO SBL-BRANCH-NAME              11360000
               MOVE SUMMARY-BRANCH-LINE TO SUMMARY-PRINT-AREA           11370000
           END-IF.                                                      11380000
           WRITE SUMMARY-PRINT-AREA.                                    11390000
           MOVE CRITERIA-LINE TO SUMMARY-PRINT-AREA.                    11400000
           WRITE SUMMARY-PRINT-AREA.                                    11410000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   11420000
           WRITE SUMMARY-PRINT-AREA.                                    11430000
           MOVE SUMMARY-HEADING-1 TO SUMMARY-PRINT-AREA.                11440000
           WRITE SUMMARY-PRINT-AREA.                                    11450000
           MOVE SUMMARY-HEADING-2 TO SUMMARY-PRINT-AREA.                11460000
           WRITE SUMMARY-PRINT-AREA.                                    11470000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   11480000
           WRITE SUMMARY-PRINT-AREA.                                    11490000
                                                                        11500000
           MOVE ZERO TO SUMMARY-LINE-COUNT.                             11510000
                                                                        11520000
      **************************************************************    11530000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE SALES BACK ONE   *    11540000
      * CUSTOMER AT A TIME AND RECORDS WHAT THEIR BUYING LOOKS     *    11550000
      * LIKE AGAINST THEIR CUSTOMER-TABLE ENTRY                    *    11560000
      **************************************************************    11570000
       300-SUMMARISE-HISTORY.                                           11580000
                                                                        11590000
           PERFORM 310-RETURN-HISTORY-RECORD.                           11600000
           PERFORM 320-SUMMARISE-CUSTOMER                               11610000
               UNTIL SORT-EOF.                                          11620000
                                                                        11630000
      **************************************************************    11640000
      * TAKES THE NEXT SORTED SALE AND IF ITS THE LAST ONE         *    11650000
      * UPDATES THE SORT-EOF-SWITCH                                *    11660000
      **************************************************************    11670000
       310-RETURN-HISTORY-RECORD.                                       11680000
                                                                        11690000
           RETURN SORT-FILE                                             11700000
               AT END                                                   11710000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         11720000
                                                                        11730000
      **************************************************************    11740000
      * PASSES ALL OF ONE CUSTOMER'S SALES - COUNTING THEIR BUYING *    11750000
      * DAYS AND KEEPING THE FIRST AND LAST OF THEM AND THE AMOUNT *    11760000
      * OF THE LAST INVOICE - THEN STORES THE RESULT ON THEIR      *    11770000
      * CUSTOMER-TABLE ENTRY                                       *    11780000
      **************************************************************    11790000
       320-SUMMARISE-CUSTOMER.                                          11800000
                                                                        11810000
           MOVE HS-CUSTOMER-NUMBER TO HISTORY-CUSTOMER-NUMBER.          11820000
           MOVE HS-INVOICE-DATE    TO HISTORY-FIRST-DATE.               11830000
           MOVE ZERO               TO HISTORY-BUYING-DAYS               11840000
                                      HISTORY-LAST-DATE                 11850000
                                      HISTORY-INVOICE-AMOUNT.           11860000
           MOVE SPACES             TO HISTORY-INVOICE-KEY.              11870000
                                                                        11880000
           PERFORM 330-ADD-HISTORY-RECORD                               11890000
               UNTIL SORT-EOF                                           11900000
                  OR HS-CUSTOMER-NUMBER NOT = HISTORY-CUSTOMER-NUMBER.  11910000
                                                                        11920000
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.                           11930000
           PERFORM 340-SEARCH-CUSTOMER-TABLE                            11940000
               VARYING CUSTOMER-SUB FROM 1 BY 1                         11950000
               UNTIL CUSTOMER-SUB > CUSTOMER-TABLE-COUNT                11960000
                  OR CUSTOMER-FOUND.                                    11970000
                                                                        11980000
           *> SALES FOR A CUSTOMER NUMBER NO LONGER ON THE MASTER       11990000
           *> HAVE NOBODY TO CALL AND ARE ONLY COUNTED                  12000000
           IF NOT CUSTOMER-FOUND                                        12010000
               ADD 1 TO HISTORY-NOT-ON-MASTER                           12020000
           END-IF.                                                      12030000
                                                                        12040000
      **************************************************************    12050000
      * ADDS ONE SALE INTO THE CUSTOMER'S BUYING - A NEW INVOICE   *    12060000
      * DATE IS ANOTHER BUYING DAY, AND A NEW INVOICE STARTS THE   *    12070000
      * LAST INVOICE AMOUNT AGAIN - THEN TAKES THE NEXT SALE       *    12080000
      **************************************************************    12090000
       330-ADD-HISTORY-RECORD.                                          12100000
                                                                        12110000
           IF HS-INVOICE-DATE NOT = HISTORY-LAST-DATE                   12120000
               ADD 1 TO HISTORY-BUYING-DAYS                             12130000
               MOVE HS-INVOICE-DATE TO HISTORY-LAST-DATE                12140000
           END-IF.                                                      12150000
                                                                        12160000
           IF SORT-RECORD(10:14) NOT = HISTORY-INVOICE-KEY              12170000
               MOVE SORT-RECORD(10:14) TO HISTORY-INVOICE-KEY           12180000
               MOVE ZERO TO HISTORY-INVOICE-AMOUNT                      12190000
           END-IF.                                                      12200000
           ADD HS-SALE-AMOUNT TO HISTORY-INVOICE-AMOUNT.                12210000
                                                                        12220000
           PERFORM 310-RETURN-HISTORY-RECORD.                           12230000
                                                                        12240000
      **************************************************************    12250000
      * COMPARES ONE ENTRY IN THE CUSTOMER-TABLE AGAINST THE       *    12260000
      * CUSTOMER WHOSE SALES WERE JUST PASSED AND STORES THEIR     *    12270000
      * BUYING ON IT IF IT IS THEIRS                               *    12280000
      **************************************************************    12290000
       340-SEARCH-CUSTOMER-TABLE.                                       12300000
                                                                        12310000
           IF CU-CUSTOMER-NUMBER(CUSTOMER-SUB) = HISTORY-CUSTOMER-NUMBER12320000
               MOVE HISTORY-BUYING-DAYS                                 12330000
                   TO CU-BUYING-DAYS(CUSTOMER-SUB)                      12340000
               MOVE HISTORY-FIRST-DATE                                  12350000
                   TO CU-FIRST-SALE-DATE(CUSTOMER-SUB)                  12360000
               MOVE HISTORY-LAST-DATE                                   12370000
                   TO CU-LAST-SALE-DATE(CUSTOMER-SUB)                   12380000
               MOVE HISTORY-INVOICE-AMOUNT                              12390000
                   TO CU-LAST-INVOICE-AMOUNT(CUSTOMER-SUB)              12400000
               MOVE "Y" TO CUSTOMER-FOUND-SWITCH                        12410000
           END-IF.                                                      12420000
                                                                        12430000
      **************************************************************    12440000
      * WALKS THE CUSTOMER TABLE IN ITS BRANCH/SALESREP/CUSTOMER   *    12450000
      * ORDER, LISTING EVERY LAPSED CUSTOMER ON THEIR SALESREP'S   *    12460000
      * CALL LIST AND CLOSING EACH SALESREP AND BRANCH ON THE      *    12470000
      * SUMMARY AS IT ENDS                                         *    12480000
      **************************************************************    12490000
       400-PRINT-CALL-LISTS.                                            12500000
                                                                        12510000
           PERFORM 410-CHECK-CUSTOMER                                   12520000
               VARYING CUSTOMER-SUB FROM 1 BY 1                         12530000
               UNTIL CUSTOMER-SUB > CUSTOMER-TABLE-COUNT.               12540000
                                                                        12550000
           PERFORM 450-END-SALESREP.                                    12560000
           PERFORM 470-END-BRANCH.                                      12570000
                                                                        12580000
      **************************************************************    12590000
      * STARTS A NEW BRANCH OR SALESREP WHEN THE CUSTOMER BELONGS  *    12600000
      * TO ONE, TESTS THE CUSTOMER, AND LISTS THEM IF THEY HAVE    *    12610000
      * LAPSED                                                     *    12620000
      **************************************************************    12630000
       410-CHECK-CUSTOMER.                                              12640000
                                                                        12650000
           EVALUATE TRUE                                                12660000
               WHEN FIRST-CUSTOMER                                      12670000
                   MOVE "N" TO FIRST-CUSTOMER-SWITCH                    12680000
                   PERFORM 460-START-BRANCH                             12690000
                   PERFORM 440-START-SALESREP                           12700000
               WHEN CU-BRANCH-NUMBER(CUSTOMER-SUB)                      12710000
                       NOT = OLD-BRANCH-NUMBER                          12720000
                   PERFORM 450-END-SALESREP                             12730000
                   PERFORM 470-END-BRANCH                               12740000
                   PERFORM 460-START-BRANCH                             12750000
                   PERFORM 440-START-SALESREP                           12760000
               WHEN CU-SALESREP-NUMBER(CUSTOMER-SUB)                    12770000
                       NOT = OLD-SALESREP-NUMBER                        12780000
                   PERFORM 450-END-SALESREP                             12790000
                   PERFORM 440-START-SALESREP                           12800000
           END-EVALUATE.                                                12810000
                                                                        12820000
           ADD 1 TO SALESREP-CUSTOMER-COUNT.                            12830000
                                                                        12840000
           PERFORM 420-TEST-CUSTOMER-LAPSE.                             12850000
                                                                        12860000
           IF NOT NOT-LAPSED                                            12870000
               PERFORM 430-PRINT-CALL-ENTRY                             12880000
           END-IF.                                                      12890000
                                                                        12900000
      **************************************************************    12910000
      * DECIDES WHETHER THE CUSTOMER HAS LAPSED. A CUSTOMER WITH   *    12920000
      * NO SALES ON THE HISTORY HAS NOTHING TO LAPSE FROM AND IS   *    12930000
      * ONLY COUNTED. OTHERWISE THE DAYS SINCE THEIR LAST INVOICE  *    12940000
      * ARE HELD AGAINST THE FACTOR= MULTIPLE OF THEIR OWN AVERAGE *    12950000
      * GAP - ONCE THEY HAVE ENOUGH BUYING DAYS TO HAVE ONE - AND  *    12960000
      * AGAINST THE DAYS= LIMIT                                    *    12970000
      **************************************************************    12980000
       420-TEST-CUSTOMER-LAPSE.                                         12990000
                                                                        13000000
           MOVE SPACE TO LAPSE-REASON.                                  13010000
           MOVE ZERO TO NORMAL-GAP-DAYS                                 13020000
                        DAYS-SINCE-LAST-SALE.                           13030000
                                                                        13040000
           IF CU-BUYING-DAYS(CUSTOMER-SUB) = ZERO                       13050000
               ADD 1 TO CUSTOMERS-NO-SALES                              13060000
           ELSE                                                         13070000
               COMPUTE DAYS-SINCE-LAST-SALE = ASOF-DAY-NUMBER           13080000
                   - FUNCTION INTEGER-OF-DATE                           13090000
                         (CU-LAST-SALE-DATE(CUSTOMER-SUB))              13100000
               IF CU-BUYING-DAYS(CUSTOMER-SUB) >= MINIMUM-BUYING-DAYS   13110000
                   COMPUTE NORMAL-GAP-DAYS ROUNDED =                    13120000
                       (FUNCTION INTEGER-OF-DATE                        13130000
                            (CU-LAST-SALE-DATE(CUSTOMER-SUB))           13140000
                      - FUNCTION INTEGER-OF-DATE                        13150000
                            (CU-FIRST-SALE-DATE(CUSTOMER-SUB)))         13160000
                      / (CU-BUYING-DAYS(CUSTOMER-SUB) - 1)              13170000
                   COMPUTE GAP-LIMIT-DAYS ROUNDED =                     13180000
                       NORMAL-GAP-DAYS * PARM-GAP-FACTOR                13190000
                   IF DAYS-SINCE-LAST-SALE > GAP-LIMIT-DAYS             13200000
                       MOVE "OWN GAP" TO LAPSE-REASON                   13210000
                   END-IF                                               13220000
               END-IF                                                   13230000
               IF DAYS-SINCE-LAST-SALE > PARM-DAY-LIMIT                 13240000
                   IF NOT-LAPSED                                        13250000
                       MOVE "DAY LIMIT" TO LAPSE-REASON                 13260000
                   ELSE                                                 13270000
                       MOVE "BOTH" TO LAPSE-REASON                      13280000
                   END-IF                                               13290000
               END-IF                                                   13300000
           END-IF.                                                      13310000
                                                                        13320000
           EVALUATE LAPSE-REASON                                        13330000
               WHEN "OWN GAP"                                           13340000
                   ADD 1 TO LAPSED-OWN-GAP                              13350000
               WHEN "DAY LIMIT"                                         13360000
                   ADD 1 TO LAPSED-DAY-LIMIT                            13370000
               WHEN "BOTH"                                              13380000
                   ADD 1 TO LAPSED-BOTH                                 13390000
           END-EVALUATE.                                                13400000
                                                                        13410000
      **************************************************************    13420000
      * PRINTS ONE LAPSED CUSTOMER ON THEIR SALESREP'S CALL LIST   *    13430000
      * WITH THEIR MAILING ADDRESS, AND ADDS THEM INTO THE         *    13440000
      * SALESREP'S LAPSED TOTALS                                   *    13450000
      **************************************************************    13460000
       430-PRINT-CALL-ENTRY.                                            13470000
                                                                        13480000
           ADD 1 TO SALESREP-LAPSED-COUNT.                              13490000
           ADD CU-SALES-LAST-YTD(CUSTOMER-SUB) TO SALESREP-LAPSED-PRIOR.13500000
           ADD CU-SALES-THIS-YTD(CUSTOMER-SUB) TO SALESREP-LAPSED-YTD.  13510000
                                                                        13520000
           MOVE CU-CUSTOMER-NUMBER(CUSTOMER-SUB) TO CL-CUSTOMER-NUMBER. 13530000
           MOVE CU-CUSTOMER-NAME(CUSTOMER-SUB)   TO CL-CUSTOMER-NAME.   13540000
           MOVE CU-LAST-SALE-DATE(CUSTOMER-SUB)(5:2) TO CL-LAST-MONTH.  13550000
           MOVE CU-LAST-SALE-DATE(CUSTOMER-SUB)(7:2) TO CL-LAST-DAY.    13560000
           MOVE CU-LAST-SALE-DATE(CUSTOMER-SUB)(1:4) TO CL-LAST-YEAR.   13570000
           MOVE CU-LAST-INVOICE-AMOUNT(CUSTOMER-SUB) TO CL-LAST-AMOUNT. 13580000
           MOVE DAYS-SINCE-LAST-SALE             TO CL-DAYS-SINCE.      13590000
           MOVE NORMAL-GAP-DAYS                  TO CL-NORMAL-GAP.      13600000
           MOVE CU-SALES-LAST-YTD(CUSTOMER-SUB)  TO CL-PRIOR-YEAR.      13610000
           MOVE CU-SALES-THIS-YTD(CUSTOMER-SUB)  TO CL-THIS-YTD.        13620000
           MOVE LAPSE-REASON                     TO CL-REASON.          13630000
                                                                        13640000
           PERFORM 435-LOOKUP-ADDRESS.                                  13650000
                                                                        13660000
           *> BOTH LINES OF A CUSTOMER STAY ON THE SAME PAGE            13670000
           IF LINE-COUNT + 2 > LINES-ON-PAGE                            13680000
               PERFORM 230-PRINT-HEADING-LINES.                         13690000
                                                                        13700000
           MOVE CALL-LINE TO CALL-PRINT-AREA.                           13710000
           PERFORM 225-WRITE-CALL-LINE.                                 13720000
           MOVE CALL-ADDRESS-LINE TO CALL-PRINT-AREA.                   13730000
           PERFORM 225-WRITE-CALL-LINE.                                 13740000
                                                                        13750000
      **************************************************************    13760000
      * LOOKS UP THE CUSTOMER IN THE ADDRESS-TABLE AND MOVES THEIR *    13770000
      * MAILING ADDRESS TO THE ADDRESS LINE                        *    13780000
      **************************************************************    13790000
       435-LOOKUP-ADDRESS.                                              13800000
                                                                        13810000
           MOVE "N" TO ADDRESS-FOUND-SWITCH.                            13820000
           PERFORM 436-SEARCH-ADDRESS-TABLE                             13830000
               VARYING ADDRESS-SUB FROM 1 BY 1                          13840000
               UNTIL ADDRESS-SUB > ADDRESS-TABLE-COUNT                  13850000
                  OR ADDRESS-FOUND.                                     13860000
                                                                        13870000
           IF NOT ADDRESS-FOUND                                         13880000
               MOVE "** NO ADDRESS ON FILE **" TO CAL-STREET-ADDRESS    13890000
               MOVE SPACES TO CAL-CITY                                  13900000
                              CAL-STATE                                 13910000
                              CAL-POSTAL-CODE                           13920000
           END-IF.                                                      13930000
                                                                        13940000
      **************************************************************    13950000
      * COMPARES ONE ENTRY IN THE ADDRESS-TABLE AGAINST THE        *    13960000
      * CUSTOMER BEING LISTED                                      *    13970000
      **************************************************************    13980000
       436-SEARCH-ADDRESS-TABLE.                                        13990000
                                                                        14000000
           IF AD-CUSTOMER-NUMBER(ADDRESS-SUB)                           14010000
                   = CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                   14020000
               MOVE AD-STREET-ADDRESS(ADDRESS-SUB)                      14030000
                   TO CAL-STREET-ADDRESS                                14040000
               MOVE AD-CITY(ADDRESS-SUB)        TO CAL-CITY             14050000
               MOVE AD-STATE(ADDRESS-SUB)       TO CAL-STATE            14060000
               MOVE AD-POSTAL-CODE(ADDRESS-SUB) TO CAL-POSTAL-CODE      14070000
               MOVE "Y" TO ADDRESS-FOUND-SWITCH                         14080000
           END-IF.                                                      14090000
                                                                        14100000
      **************************************************************    14110000
      * STARTS A NEW SALESREP - LOOKS UP THEIR NAME, CLEARS THEIR  *    14120000
      * TOTALS, AND MAKES THEIR FIRST LAPSED CUSTOMER START A NEW  *    14130000
      * PAGE OF THE CALL LIST                                      *    14140000
      **************************************************************    14150000
       440-START-SALESREP.                                              14160000
                                                                        14170000
           MOVE CU-SALESREP-NUMBER(CUSTOMER-SUB) TO OLD-SALESREP-NUMBER.14180000
                                                                        14190000
           MOVE "N" TO SALESREP-FOUND-SWITCH.                           14200000
           PERFORM 441-SEARCH-SALESREP-TABLE                            14210000
               VARYING ST-INDEX FROM 1 BY 1                             14220000
               UNTIL ST-INDEX > SALESREP-TABLE-COUNT                    14230000
                  OR SALESREP-FOUND.                                    14240000
                                                                        14250000
           IF NOT SALESREP-FOUND                                        14260000
               MOVE "** NAME NOT FOUND **" TO CURRENT-SALESREP-NAME     14270000
           END-IF.                                                      14280000
                                                                        14290000
           MOVE ZERO TO SALESREP-CUSTOMER-COUNT                         14300000
                        SALESREP-LAPSED-COUNT                           14310000
                        SALESREP-LAPSED-PRIOR                           14320000
                        SALESREP-LAPSED-YTD.                            14330000
           MOVE 99 TO LINE-COUNT.                                       14340000
                                                                        14350000
      **************************************************************    14360000
      * COMPARES ONE ENTRY IN THE SALESREP-TABLE AGAINST THE       *    14370000
      * BRANCH AND SALESREP NUMBER WE'RE LOOKING FOR               *    14380000
      **************************************************************    14390000
       441-SEARCH-SALESREP-TABLE.                                       14400000
                                                                        14410000
           IF ST-BRANCH-NUMBER(ST-INDEX) = OLD-BRANCH-NUMBER            14420000
              AND ST-SALESREP-NUMBER(ST-INDEX) = OLD-SALESREP-NUMBER    14430000
               MOVE ST-SALESREP-NAME(ST-INDEX) TO CURRENT-SALESREP-NAME 14440000
               MOVE "Y" TO SALESREP-FOUND-SWITCH                        14450000
           END-IF.                                                      14460000
                                                                        14470000
      **************************************************************    14480000
      * CLOSES THE SALESREP JUST FINISHED - PRINTS THE TOTAL LINE  *    14490000
      * UNDER THEIR CALL LIST IF THEY HAD ONE, PRINTS THEIR LINE   *    14500000
      * ON THE BRANCH SUMMARY WHETHER THEY DID OR NOT, AND ROLLS   *    14510000
      * THEM INTO THE BRANCH                                       *    14520000
      **************************************************************    14530000
       450-END-SALESREP.                                                14540000
                                                                        14550000
           IF SALESREP-LAPSED-COUNT > ZERO                              14560000
               MOVE SALESREP-LAPSED-COUNT TO CTL-LAPSED-COUNT           14570000
               MOVE SALESREP-LAPSED-PRIOR TO CTL-LAPSED-PRIOR           14580000
               MOVE SALESREP-LAPSED-YTD   TO CTL-LAPSED-YTD             14590000
               *> THE SEPARATOR AND TOTAL STAY ON THE SAME PAGE         14590001
               IF LINE-COUNT + 2 > LINES-ON-PAGE                        14590002
                   PERFORM 230-PRINT-HEADING-LINES                      14590003
               END-IF                                                   14590004
               MOVE HEADING-LINE-3 TO CALL-PRINT-AREA                   14600000
               PERFORM 225-WRITE-CALL-LINE                              14610000
               MOVE CALL-TOTAL-LINE TO CALL-PRINT-AREA                  14620000
               PERFORM 225-WRITE-CALL-LINE                              14630000
           END-IF.                                                      14640000
                                                                        14650000
           IF SUMMARY-LINE-COUNT >= LINES-ON-PAGE                       14660000
               PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                 14670000
                                                                        14680000
           MOVE OLD-SALESREP-NUMBER     TO SML-SALESREP-NUMBER.         14690000
           MOVE CURRENT-SALESREP-NAME   TO SML-NAME.                    14700000
           MOVE SALESREP-CUSTOMER-COUNT TO SML-CUSTOMER-COUNT.          14710000
           MOVE SALESREP-LAPSED-COUNT   TO SML-LAPSED-COUNT.            14720000
           MOVE SALESREP-LAPSED-PRIOR   TO SML-LAPSED-PRIOR.            14730000
           MOVE SALESREP-LAPSED-YTD     TO SML-LAPSED-YTD.              14740000
           COMPUTE LAPSED-PERCENT ROUNDED =                             14750000
               SALESREP-LAPSED-COUNT * 100 / SALESREP-CUSTOMER-COUNT.   14760000
           MOVE LAPSED-PERCENT          TO SML-LAPSED-PERCENT.          14770000
           MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA.                     14780000
           PERFORM 226-WRITE-SUMMARY-LINE.                              14790000
                                                                        14800000
           ADD SALESREP-CUSTOMER-COUNT TO BRANCH-CUSTOMER-COUNT.        14810000
           ADD SALESREP-LAPSED-COUNT   TO BRANCH-LAPSED-COUNT.          14820000
           ADD SALESREP-LAPSED-PRIOR   TO BRANCH-LAPSED-PRIOR.          14830000
           ADD SALESREP-LAPSED-YTD     TO BRANCH-LAPSED-YTD.            14840000
                                                                        14850000
      **************************************************************    14860000
      * STARTS A NEW BRANCH - LOOKS UP ITS NAME, CLEARS ITS        *    14870000
      * TOTALS, AND STARTS THE BRANCH MANAGER'S OWN PAGE OF THE    *    14880000
      * SUMMARY                                                    *    14890000
      **************************************************************    14900000
       460-START-BRANCH.                                                14910000
                                                                        14920000
           MOVE CU-BRANCH-NUMBER(CUSTOMER-SUB) TO OLD-BRANCH-NUMBER.    14930000
                                                                        14940000
           MOVE "N" TO BRANCH-FOUND-SWITCH.                             14950000
           PERFORM 461-SEARCH-BRANCH-TABLE                              14960000
               VARYING BT-INDEX FROM 1 BY 1                             14970000
               UNTIL BT-INDEX > BRANCH-TABLE-COUNT                      14980000
                  OR BRANCH-FOUND.                                      14990000
                                                                        15000000
           IF NOT BRANCH-FOUND                                          15010000
               MOVE "** NAME NOT FOUND **" TO CURRENT-BRANCH-NAME       15020000
           END-IF.                                                      15030000
                                                                        15040000
           MOVE ZERO TO BRANCH-CUSTOMER-COUNT                           15050000
                        BRANCH-LAPSED-COUNT                             15060000
                        BRANCH-LAPSED-PRIOR                             15070000
                        BRANCH-LAPSED-YTD.                              15080000
           PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                     15090000
                                                                        15100000
      **************************************************************    15110000
      * COMPARES ONE ENTRY IN THE BRANCH-TABLE AGAINST THE BRANCH  *    15120000
      * NUMBER WE'RE LOOKING FOR                                   *    15130000
      **************************************************************    15140000
       461-SEARCH-BRANCH-TABLE.                                         15150000
                                                                        15160000
           IF BT-BRANCH-NUMBER(BT-INDEX) = OLD-BRANCH-NUMBER            15170000
               MOVE BT-BRANCH-NAME(BT-INDEX) TO CURRENT-BRANCH-NAME     15180000
               MOVE "Y" TO BRANCH-FOUND-SWITCH                          15190000
           END-IF.                                                      15200000
                                                                        15210000
      **************************************************************    15220000
      * CLOSES THE BRANCH JUST FINISHED - PRINTS ITS TOTAL LINE ON *    15230000
      * THE SUMMARY AND ROLLS IT INTO THE COMPANY TOTALS           *    15240000
      **************************************************************    15250000
       470-END-BRANCH.                                                  15260000
                                                                        15270000
           IF SUMMARY-LINE-COUNT + 2 > LINES-ON-PAGE                    15280000
               PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                 15290000
                                                                        15300000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   15310000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15320000
                                                                        15330000
           MOVE SPACES                TO SML-SALESREP-NUMBER.           15340000
           MOVE "BRANCH TOTAL"        TO SML-NAME.                      15350000
           MOVE BRANCH-CUSTOMER-COUNT TO SML-CUSTOMER-COUNT.            15360000
           MOVE BRANCH-LAPSED-COUNT   TO SML-LAPSED-COUNT.              15370000
           MOVE BRANCH-LAPSED-PRIOR   TO SML-LAPSED-PRIOR.              15380000
           MOVE BRANCH-LAPSED-YTD     TO SML-LAPSED-YTD.                15390000
           COMPUTE LAPSED-PERCENT ROUNDED =                             15400000
               BRANCH-LAPSED-COUNT * 100 / BRANCH-CUSTOMER-COUNT.       15410000
           MOVE LAPSED-PERCENT        TO SML-LAPSED-PERCENT.            15420000
           MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA.                     15430000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15440000
                                                                        15450000
           ADD BRANCH-CUSTOMER-COUNT TO GRAND-CUSTOMER-COUNT.           15460000
           ADD BRANCH-LAPSED-COUNT   TO GRAND-LAPSED-COUNT.             15470000
           ADD BRANCH-LAPSED-PRIOR   TO GRAND-LAPSED-PRIOR.             15480000
           ADD BRANCH-LAPSED-YTD     TO GRAND-LAPSED-YTD.               15490000
                                                                        15500000
      **************************************************************    15510000
      * PRINTS THE COMPANY TOTALS PAGE OF THE SUMMARY - THE TOTAL  *    15520000
      * LINE, WHY EACH LAPSED CUSTOMER WAS CAUGHT, AND WHAT        *    15530000
      * BECAME OF THE HISTORY                                      *    15540000
      **************************************************************    15550000
       500-PRINT-COMPANY-TOTALS.                                        15560000
                                                                        15570000
           MOVE "Y" TO COMPANY-PAGE-SWITCH.                             15580000
           PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                     15590000
                                                                        15600000
           MOVE SPACES               TO SML-SALESREP-NUMBER.            15610000
           MOVE "COMPANY TOTAL"      TO SML-NAME.                       15620000
           MOVE GRAND-CUSTOMER-COUNT TO SML-CUSTOMER-COUNT.             15630000
           MOVE GRAND-LAPSED-COUNT   TO SML-LAPSED-COUNT.               15640000
           MOVE GRAND-LAPSED-PRIOR   TO SML-LAPSED-PRIOR.               15650000
           MOVE GRAND-LAPSED-YTD     TO SML-LAPSED-YTD.                 15660000
           COMPUTE LAPSED-PERCENT ROUNDED =                             15670000
               GRAND-LAPSED-COUNT * 100 / GRAND-CUSTOMER-COUNT.         15680000
           MOVE LAPSED-PERCENT       TO SML-LAPSED-PERCENT.             15690000
           MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA.                     15700000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15710000
                                                                        15720000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   15730000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15740000
                                                                        15750000
           MOVE "LAPSED - PAST THEIR OWN GAP" TO TL-DESCRIPTION.        15760000
           MOVE LAPSED-OWN-GAP TO TL-COUNT.                             15770000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       15780000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15790000
                                                                        15800000
           MOVE "LAPSED - PAST THE DAY LIMIT" TO TL-DESCRIPTION.        15810000
           MOVE LAPSED-DAY-LIMIT TO TL-COUNT.                           15820000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       15830000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15840000
                                                                        15850000
           MOVE "LAPSED - PAST BOTH" TO TL-DESCRIPTION.                 15860000
           MOVE LAPSED-BOTH TO TL-COUNT.                                15870000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       15880000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15890000
                                                                        15900000
           MOVE "CUSTOMERS WITH NO SALES ON SALESHIST"                  15910000
               TO TL-DESCRIPTION.                                       15920000
           MOVE CUSTOMERS-NO-SALES TO TL-COUNT.                         15930000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       15940000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15950000
                                                                        15960000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   15970000
           PERFORM 226-WRITE-SUMMARY-LINE.                              15980000
                                                                        15990000
           MOVE "SALESHIST RECORDS READ" TO TL-DESCRIPTION.             16000000
           MOVE HISTORY-READ TO TL-COUNT.                               16010000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16020000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16030000
                                                                        16040000
           MOVE "  RETURNS AND ADJUSTMENTS" TO TL-DESCRIPTION.          16050000
           MOVE HISTORY-NOT-SALES TO TL-COUNT.                          16060000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16070000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16080000
                                                                        16090000
           MOVE "  INVOICE DATE NOT A VALID DATE" TO TL-DESCRIPTION.    16100000
           MOVE HISTORY-BAD-DATE TO TL-COUNT.                           16110000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16120000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16130000
                                                                        16140000
           MOVE "  INVOICED AFTER THE AS-OF DATE" TO TL-DESCRIPTION.    16150000
           MOVE HISTORY-AFTER-ASOF TO TL-COUNT.                         16160000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16170000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16180000
                                                                        16190000
           MOVE "  SALES USED" TO TL-DESCRIPTION.                       16200000
           MOVE HISTORY-SELECTED TO TL-COUNT.                           16210000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16220000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16230000
                                                                        16240000
           MOVE "CUSTOMERS SOLD TO NOT ON CUSTMAST" TO TL-DESCRIPTION.  16250000
           MOVE HISTORY-NOT-ON-MASTER TO TL-COUNT.                      16260000
           MOVE COUNT-LINE TO SUMMARY-PRINT-AREA.                       16270000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16280000
