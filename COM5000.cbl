       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. COM5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program pays the monthly sales commission  00080000
      *   straight from the cumulative sales detail history TRN5000     00090000
      *   keeps. The PERIOD parm names the month being paid (YYYYMM,    00100000
      *   default the month before the run date) and every history      00110000
      *   record that posted from January of that year through the      00120000
      *   end of the period is sorted into branch/salesrep/posted       00130000
      *   date order - history written before TRN5000 kept the          00130001
      *   posted date falls back to its invoice date. The               00130002
      *   commission rate file gives each branch/salesrep a base        00140000
      *   rate and, optionally, a tier rate that takes over once the    00150000
      *   rep's year-to-date net sales have reached a percent of their  00160000
      *   QM-ANNUAL-QUOTA - the rate for each invoice is decided by     00170000
      *   where the rep stood before that invoice, so the records       00180000
      *   ahead of the period only build up the year-to-date figure.    00190000
      *   A sale earns commission, a return claws it back at the same   00200000
      *   rate, and an adjustment follows the rule on the rep's rate    00210000
      *   record (C = paid and clawed back like a sale or return,       00220000
      *   P = paid when positive only, N or blank = not paid). Every    00230000
      *   rep with activity in the period gets a commission statement   00240000
      *   and one detail record on the fixed-format payroll interface   00250000
      *   file, and the summary report subtotals the reps by branch     00260000
      *   and proves the grand totals back to the period's SALESHIST    00270000
      *   totals - a summary that does not tie ends the run RC=16 so    00280000
      *   payroll does not pick up the interface file                   00290000
       ENVIRONMENT DIVISION.                                            00300000
                                                                        00310000
       INPUT-OUTPUT SECTION.                                            00320000
                                                                        00330000
       FILE-CONTROL.                                                    00340000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00350000
           SELECT COMMRATE ASSIGN TO COMMRATE.                          00360000
           SELECT OPTIONAL QUOTAMAST ASSIGN TO QUOTAMAST.               00370000
           SELECT BRANCHMAST ASSIGN TO BRANCHMAST.                      00380000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00390000
           SELECT COMMSTMT ASSIGN TO COMMSTMT.                          00400000
           SELECT COMMSUM ASSIGN TO COMMSUM.                            00410000
           SELECT PAYIFACE ASSIGN TO PAYIFACE.                          00420000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00430000
                                                                        00440000
       DATA DIVISION.                                                   00450000
                                                                        00460000
       FILE SECTION.                                                    00470000
                                                                        00480000
      **************************************************************    00490000
      * CUMULATIVE SALES DETAIL HISTORY FILE WRITTEN BY TRN5000 -  *    00500000
      * ONE RECORD PER POSTED TRANSACTION, APPENDED RUN AFTER RUN, *    00510000
      * SO IT ARRIVES HERE IN POSTING ORDER AND IS SORTED INTO KEY *    00520000
      * ORDER BY THE INTERNAL SORT                                 *    00530000
      **************************************************************    00540000
       FD  SALESHIST                                                    00550000
           RECORDING MODE IS F                                          00560000
           LABEL RECORDS ARE STANDARD                                   00570000
           RECORD CONTAINS 80 CHARACTERS                                00580000
           BLOCK CONTAINS 80 CHARACTERS.                                00590000
       01  SALES-HISTORY-RECORD.                                        00600000
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00610000
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00620000
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00630000
           05  SH-INVOICE-DATE         PIC 9(8).                        00640000
           05  SH-INVOICE-NUMBER       PIC 9(6).                        00650000
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  00660000
           05  SH-TRANS-TYPE           PIC X(1).                        00670000
           05  SH-POSTED-DATE          PIC 9(8).                        00680000
           05  FILLER                  PIC X(41).                       00680001
                                                                        00690000
      **************************************************************    00700000
      * COMMISSION RATE FILE - ONE RECORD PER BRANCH/SALESREP.     *    00710000
      * RATES ARE PERCENTS WITH THREE DECIMALS (05000 = 5.000%).   *    00720000
      * A ZERO TIER PERCENT MEANS THE REP IS PAID THE BASE RATE    *    00730000
      * ALL YEAR. THE ADJUSTMENT RULE SAYS WHAT A TYPE "A"         *    00740000
      * TRANSACTION DOES TO THE REP'S COMMISSION                   *    00750000
      **************************************************************    00760000
       FD  COMMRATE                                                     00770000
           RECORDING MODE IS F                                          00780000
           LABEL RECORDS ARE STANDARD                                   00790000
           RECORD CONTAINS 130 CHARACTERS                               00800000
           BLOCK CONTAINS 130 CHARACTERS.                               00810000
       01  COMMISSION-RATE-RECORD.                                      00820000
           05  CR-BRANCH-NUMBER        PIC 9(2).                        00830000
           05  CR-SALESREP-NUMBER      PIC 9(2).                        00840000
           05  CR-BASE-RATE            PIC 9(2)V9(3).                   00850000
           05  CR-TIER-QUOTA-PERCENT   PIC 9(3).                        00860000
           05  CR-TIER-RATE            PIC 9(2)V9(3).                   00870000
           05  CR-ADJUSTMENT-RULE      PIC X(1).                        00880000
           05  FILLER                  PIC X(112).                      00890000
                                                                        00900000
      **************************************************************    00910000
      * QUOTA MASTER - SAME LAYOUT AS RPT5000'S. GIVES THE ANNUAL  *    00920000
      * TARGET THE TIER PERCENT IS TAKEN OF                        *    00930000
      **************************************************************    00940000
       FD  QUOTAMAST                                                    00950000
           RECORDING MODE IS F                                          00960000
           LABEL RECORDS ARE STANDARD                                   00970000
           RECORD CONTAINS 130 CHARACTERS                               00980000
           BLOCK CONTAINS 130 CHARACTERS.                               00990000
       01  QUOTA-MASTER-RECORD.                                         01000000
           05  QM-BRANCH-NUMBER        PIC 9(2).                        01010000
           05  QM-SALESREP-NUMBER      PIC 9(2).                        01020000
           05  QM-ANNUAL-QUOTA         PIC S9(7)V9(2).                  01030000
           05  FILLER                  PIC X(117).                      01040000
                                                                        01050000
      **************************************************************    01060000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US    *    01070000
      * THE BRANCH NAME TO GO WITH THE BRANCH NUMBER               *    01080000
      **************************************************************    01090000
       FD  BRANCHMAST                                                   01100000
           RECORDING MODE IS F                                          01110000
           LABEL RECORDS ARE STANDARD                                   01120000
           RECORD CONTAINS 130 CHARACTERS                               01130000
           BLOCK CONTAINS 130 CHARACTERS.                               01140000
       01  BRANCH-MASTER-RECORD.                                        01150000
           05  BM-BRANCH-NUMBER        PIC 9(2).                        01160000
           05  BM-BRANCH-NAME          PIC X(20).                       01170000
           05  BM-REGION-CODE          PIC 9(1).                        01180000
           05  BM-REGION-NAME          PIC X(20).                       01190000
           05  FILLER                  PIC X(87).                       01200000
                                                                        01210000
      **************************************************************    01220000
      * SALESREP REFERENCE FILE - ONE RECORD PER SALESREP, KEYED   *    01230000
      * BY BRANCH NUMBER AND SALESREP NUMBER                       *    01240000
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
      * OUTPUT FILE - ONE COMMISSION STATEMENT PER SALESREP, EACH  *    01380000
      * STARTING ON A FRESH PAGE                                   *    01390000
      **************************************************************    01400000
       FD  COMMSTMT                                                     01410000
           RECORDING MODE IS F                                          01420000
           LABEL RECORDS ARE STANDARD                                   01430000
           RECORD CONTAINS 130 CHARACTERS                               01440000
           BLOCK CONTAINS 130 CHARACTERS.                               01450000
       01  STATEMENT-PRINT-AREA    PIC X(130).                          01460000
                                                                        01470000
      **************************************************************    01480000
      * OUTPUT FILE - BRANCH AND GRAND COMMISSION SUMMARY, PROVED  *    01490000
      * AGAINST THE PERIOD'S SALESHIST TOTALS                      *    01500000
      **************************************************************    01510000
       FD  COMMSUM                                                      01520000
           RECORDING MODE IS F                                          01530000
           LABEL RECORDS ARE STANDARD                                   01540000
           RECORD CONTAINS 130 CHARACTERS                               01550000
           BLOCK CONTAINS 130 CHARACTERS.                               01560000
       01  SUMMARY-PRINT-AREA      PIC X(130).                          01570000
                                                                        01580000
      **************************************************************    01590000
      * PAYROLL INTERFACE FILE - A HEADER, ONE DETAIL RECORD PER   *    01600000
      * SALESREP PAID, AND A TRAILER CARRYING THE DETAIL COUNT AND *    01610000
      * THE TOTAL NET COMMISSION. AMOUNTS CARRY A LEADING SIGN     *    01620000
      * BYTE SO PAYROLL NEVER HAS TO DECODE AN OVERPUNCH           *    01630000
      **************************************************************    01640000
       FD  PAYIFACE                                                     01650000
           RECORDING MODE IS F                                          01660000
           LABEL RECORDS ARE STANDARD                                   01670000
           RECORD CONTAINS 80 CHARACTERS                                01680000
           BLOCK CONTAINS 80 CHARACTERS.                                01690000
       01  PAYROLL-INTERFACE-RECORD.                                    01700000
           05  PI-RECORD-TYPE          PIC X(1).                        01710000
               88  PAYROLL-HEADER               VALUE "H".              01720000
               88  PAYROLL-DETAIL               VALUE "D".              01730000
               88  PAYROLL-TRAILER              VALUE "T".              01740000
           05  PI-PERIOD               PIC 9(6).                        01750000
           05  PI-DETAIL-DATA.                                          01760000
               10  PI-BRANCH-NUMBER    PIC 9(2).                        01770000
               10  PI-SALESREP-NUMBER  PIC 9(2).                        01780000
               10  PI-SALESREP-NAME    PIC X(20).                       01790000
               10  PI-COMMISSION-EARNED PIC S9(7)V99                    01800000
                       SIGN IS LEADING SEPARATE.                        01810000
               10  PI-COMMISSION-CLAWBACK PIC S9(7)V99                  01820000
                       SIGN IS LEADING SEPARATE.                        01830000
               10  PI-NET-COMMISSION   PIC S9(7)V99                     01840000
                       SIGN IS LEADING SEPARATE.                        01850000
               10  FILLER              PIC X(19).                       01860000
           05  PI-HEADER-DATA REDEFINES PI-DETAIL-DATA.                 01870000
               10  PI-SOURCE-PROGRAM   PIC X(8).                        01880000
               10  PI-RUN-DATE         PIC 9(8).                        01890000
               10  PI-RUN-TIME         PIC 9(4).                        01900000
               10  FILLER              PIC X(53).                       01910000
           05  PI-TRAILER-DATA REDEFINES PI-DETAIL-DATA.                01920000
               10  PI-DETAIL-COUNT     PIC 9(5).                        01930000
               10  PI-TOTAL-NET-COMMISSION PIC S9(9)V99                 01940000
                       SIGN IS LEADING SEPARATE.                        01950000
               10  FILLER              PIC X(56).                       01960000
                                                                        01970000
      **************************************************************    01980000
      * SORT WORK FILE - THE HISTORY RECORDS THAT POSTED FROM      *    01990000
      * JANUARY THROUGH THE END OF THE PERIOD ARE RELEASED HERE,   *    02000000
      * EACH CARRYING THE DATE IT COUNTS UNDER IN HS-PERIOD-DATE,  *    02010000
      * AND COME BACK IN BRANCH/SALESREP/PERIOD DATE/INVOICE       *    02010001
      * DATE/INVOICE NUMBER ORDER                                  *    02010002
      **************************************************************    02020000
       SD  SORT-FILE                                                    02030000
           RECORD CONTAINS 80 CHARACTERS.                               02040000
       01  SORT-RECORD.                                                 02050000
           05  HS-BRANCH-NUMBER        PIC 9(2).                        02060000
           05  HS-SALESREP-NUMBER      PIC 9(2).                        02070000
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        02080000
           05  HS-INVOICE-DATE         PIC 9(8).                        02090000
           05  HS-INVOICE-NUMBER       PIC 9(6).                        02100000
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  02110000
           05  HS-TRANS-TYPE           PIC X(1).                        02120000
               88  HS-SALE                      VALUE "S".              02130000
               88  HS-RETURN                    VALUE "R".              02140000
               88  HS-ADJUSTMENT                VALUE "A".              02150000
           05  HS-PERIOD-DATE          PIC 9(8).                        02160000
           05  FILLER                  PIC X(41).                       02160001
                                                                        02170000
       WORKING-STORAGE SECTION.                                         02180000
                                                                        02190000
      *------------------------------------------------------------*    02200000
      *                        WORKING FIELDS                      *    02210000
      *============================================================*    02220000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    02230000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    02240000
      *------------------------------------------------------------*    02250000
                                                                        02260000
      **************************************************************    02270000
      * SWITCHES FOR END OF FILE, THE TABLE SEARCHES, AND THE      *    02280000
      * CONTROL BREAKS ON THE SORTED HISTORY                       *    02290000
      **************************************************************    02300000
       01  SWITCHES.                                                    02310000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              02320000
               88  SALESHIST-EOF                VALUE "Y".              02330000
           05  COMMRATE-EOF-SWITCH     PIC X    VALUE "N".              02340000
               88  COMMRATE-EOF                 VALUE "Y".              02350000
           05  QUOTAMAST-EOF-SWITCH    PIC X    VALUE "N".              02360000
               88  QUOTAMAST-EOF                VALUE "Y".              02370000
           05  BRANCHMAST-EOF-SWITCH   PIC X    VALUE "N".              02380000
               88  BRANCHMAST-EOF               VALUE "Y".              02390000
           05  SALESREPMAST-EOF-SWITCH PIC X    VALUE "N".              02400000
               88  SALESREPMAST-EOF             VALUE "Y".              02410000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              02420000
               88  SORT-EOF                     VALUE "Y".              02430000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              02440000
               88  TABLE-OVERFLOW               VALUE "Y".              02450000
           05  PERIOD-ERROR-SWITCH     PIC X    VALUE "N".              02460000
               88  PERIOD-ERROR                 VALUE "Y".              02470000
           05  FIRST-SORT-RECORD-SWITCH PIC X   VALUE "Y".              02480000
               88  FIRST-SORT-RECORD            VALUE "Y".              02490000
           05  RATE-FOUND-SWITCH       PIC X    VALUE "N".              02500000
               88  RATE-FOUND                   VALUE "Y".              02510000
           05  QUOTA-FOUND-SWITCH      PIC X    VALUE "N".              02520000
               88  QUOTA-FOUND                  VALUE "Y".              02530000
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".              02540000
               88  BRANCH-FOUND                 VALUE "Y".              02550000
           05  SALESREP-FOUND-SWITCH   PIC X    VALUE "N".              02560000
               88  SALESREP-FOUND               VALUE "Y".              02570000
           05  TIER-ACTIVE-SWITCH      PIC X    VALUE "N".              02580000
               88  TIER-ACTIVE                  VALUE "Y".              02590000
           05  STATEMENT-STARTED-SWITCH PIC X   VALUE "N".              02600000
               88  STATEMENT-STARTED            VALUE "Y".              02610000
           05  BRANCH-ACTIVITY-SWITCH  PIC X    VALUE "N".              02620000
               88  BRANCH-ACTIVITY              VALUE "Y".              02630000
                                                                        02640000
      **************************************************************    02650000
      * CONTROL FIELDS FOR THE PERIOD, THE GROUP BREAKS, AND THE   *    02660000
      * RATE IN FORCE FOR THE SALESREP BEING PAID                  *    02670000
      **************************************************************    02680000
       01  CONTROL-FIELDS.                                              02690000
           05  COMMISSION-PERIOD.                                       02700000
               10  PERIOD-YEAR         PIC 9(4)  VALUE ZERO.            02710000
               10  PERIOD-MONTH        PIC 9(2)  VALUE ZERO.            02720000
           05  HISTORY-PERIOD-DATE     PIC 9(8)  VALUE ZERO.            02720001
           05  OLD-BRANCH-NUMBER       PIC 9(2)  VALUE ZERO.            02730000
           05  OLD-SALESREP-NUMBER     PIC 9(2)  VALUE ZERO.            02740000
           05  YTD-NET-SALES           PIC S9(9)V99  VALUE ZERO.        02750000
           05  TIER-THRESHOLD-AMOUNT   PIC S9(9)V99  VALUE ZERO.        02760000
           05  APPLIED-RATE            PIC 9(2)V9(3) VALUE ZERO.        02770000
           05  COMMISSIONABLE-AMOUNT   PIC S9(5)V99  VALUE ZERO.        02780000
           05  TRANSACTION-COMMISSION  PIC S9(5)V99  VALUE ZERO.        02790000
           05  CURRENT-BASE-RATE       PIC 9(2)V9(3) VALUE ZERO.        02800000
           05  CURRENT-TIER-RATE       PIC 9(2)V9(3) VALUE ZERO.        02810000
           05  CURRENT-TIER-PERCENT    PIC 9(3)      VALUE ZERO.        02820000
           05  CURRENT-ANNUAL-QUOTA    PIC S9(7)V99  VALUE ZERO.        02830000
           05  CURRENT-ADJUSTMENT-RULE PIC X(1)      VALUE SPACE.       02840000
               88  ADJUST-PAY-AND-CLAWBACK       VALUE "C".             02850000
               88  ADJUST-PAY-CREDITS-ONLY       VALUE "P".             02860000
           05  CURRENT-BRANCH-NAME     PIC X(20)     VALUE SPACE.       02870000
           05  CURRENT-SALESREP-NAME   PIC X(20)     VALUE SPACE.       02880000
                                                                        02890000
      **************************************************************    02900000
      * IN-MEMORY COPIES OF BRANCHMAST, SALESREPMAST, QUOTAMAST    *    02910000
      * AND THE COMMISSION RATE FILE, LOADED AT STARTUP SO EACH    *    02920000
      * SALESREP'S NAMES, QUOTA AND RATES ARE AT HAND WHEN THEIR   *    02930000
      * FIRST HISTORY RECORD COMES BACK FROM THE SORT              *    02940000
      **************************************************************    02950000
       01  BRANCH-TABLE.                                                02960000
           05  BRANCH-TABLE-COUNT      PIC S9(3)  VALUE ZERO.           02970000
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES                       02980000
                   INDEXED BY BT-INDEX.                                 02990000
               10  BT-BRANCH-NUMBER    PIC 9(2).                        03000000
               10  BT-BRANCH-NAME      PIC X(20).                       03010000
                                                                        03020000
       01  SALESREP-TABLE.                                              03030000
           05  SALESREP-TABLE-COUNT    PIC S9(3)  VALUE ZERO.           03040000
           05  SALESREP-TABLE-ENTRY OCCURS 500 TIMES                    03050000
                   INDEXED BY ST-INDEX.                                 03060000
               10  ST-BRANCH-NUMBER    PIC 9(2).                        03070000
               10  ST-SALESREP-NUMBER  PIC 9(2).                        03080000
               10  ST-SALESREP-NAME    PIC X(20).                       03090000
                                                                        03100000
       01  QUOTA-TABLE.                                                 03110000
           05  QUOTA-TABLE-COUNT       PIC S9(3)  VALUE ZERO.           03120000
           05  QUOTA-TABLE-ENTRY OCCURS 500 TIMES                       03130000
                   INDEXED BY QT-INDEX.                                 03140000
               10  QT-BRANCH-NUMBER    PIC 9(2).                        03150000
               10  QT-SALESREP-NUMBER  PIC 9(2).                        03160000
               10  QT-ANNUAL-QUOTA     PIC S9(7)V99.                    03170000
                                                                        03180000
       01  RATE-TABLE.                                                  03190000
           05  RATE-TABLE-COUNT        PIC S9(3)  VALUE ZERO.           03200000
           05  RATE-TABLE-ENTRY OCCURS 500 TIMES                        03210000
                   INDEXED BY RT-INDEX.                                 03220000
               10  RT-BRANCH-NUMBER    PIC 9(2).                        03230000
               10  RT-SALESREP-NUMBER  PIC 9(2).                        03240000
               10  RT-BASE-RATE        PIC 9(2)V9(3).                   03250000
               10  RT-TIER-QUOTA-PERCENT PIC 9(3).                      03260000
               10  RT-TIER-RATE        PIC 9(2)V9(3).                   03270000
               10  RT-ADJUSTMENT-RULE  PIC X(1).                        03280000
                                                                        03290000
      **************************************************************    03300000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    03310000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). ANY KEYWORD NOT   *    03320000
      * PRESENT ON THE PARM KEEPS ITS DEFAULT                      *    03330000
      **************************************************************    03340000
       01  RUN-PARM-FIELDS.                                             03350000
           *> THE MONTH BEING PAID AS YYYYMM - LEFT AT ZERO WHEN THE    03360000
           *> PARM DOES NOT NAME ONE, WHICH PAYS THE MONTH BEFORE       03370000
           *> THE RUN DATE                                              03380000
           05  PARM-PERIOD          PIC 9(6)     VALUE ZERO.            03390000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            03400000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            03410000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       03420000
                   INDEXED BY PK-INDEX.                                 03430000
               10  PK-RAW-PAIR     PIC X(40).                           03440000
               10  PK-KEY          PIC X(20).                           03450000
               10  PK-VALUE        PIC X(20).                           03460000
                                                                        03470000
      **************************************************************    03480000
      * STORES INFORMATION RELEVANT TO THE PAGE FOR BOTH REPORTS   *    03490000
      **************************************************************    03500000
       01  PRINT-FIELDS.                                                03510000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  03520000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   03530000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   03540000
           05  SUMMARY-PAGE-COUNT PIC S9(3) VALUE ZERO.                 03550000
           05  SUMMARY-LINE-COUNT PIC S9(3) VALUE +99.                  03560000
                                                                        03570000
      **************************************************************    03580000
      * STORES TOTAL FIELDS FOR THE SALESREP, BRANCH AND GRAND     *    03590000
      * LEVELS, AND THE PERIOD TOTALS TAKEN STRAIGHT OFF SALESHIST *    03600000
      * AS IT IS READ - THE FIGURES THE GRAND TOTALS MUST TIE TO   *    03610000
      **************************************************************    03620000
       01  TOTAL-FIELDS.                                                03630000
           05  SALESREP-SALES-TOTAL    PIC S9(7)V99   VALUE ZERO.       03640000
           05  SALESREP-RETURNS-TOTAL  PIC S9(7)V99   VALUE ZERO.       03650000
           05  SALESREP-ADJUST-TOTAL   PIC S9(7)V99   VALUE ZERO.       03660000
           05  SALESREP-NET-SALES      PIC S9(7)V99   VALUE ZERO.       03670000
           05  SALESREP-COMMISSION     PIC S9(7)V99   VALUE ZERO.       03680000
           05  SALESREP-CLAWBACK       PIC S9(7)V99   VALUE ZERO.       03690000
           05  SALESREP-NET-COMMISSION PIC S9(7)V99   VALUE ZERO.       03700000
           05  SALESREP-RECORD-COUNT   PIC S9(5)      VALUE ZERO.       03710000
           05  BRANCH-SALES-TOTAL      PIC S9(9)V99   VALUE ZERO.       03720000
           05  BRANCH-RETURNS-TOTAL    PIC S9(9)V99   VALUE ZERO.       03730000
           05  BRANCH-ADJUST-TOTAL     PIC S9(9)V99   VALUE ZERO.       03740000
           05  BRANCH-NET-SALES        PIC S9(9)V99   VALUE ZERO.       03750000
           05  BRANCH-COMMISSION       PIC S9(9)V99   VALUE ZERO.       03760000
           05  BRANCH-CLAWBACK         PIC S9(9)V99   VALUE ZERO.       03770000
           05  BRANCH-NET-COMMISSION   PIC S9(9)V99   VALUE ZERO.       03780000
           05  GRAND-SALES-TOTAL       PIC S9(9)V99   VALUE ZERO.       03790000
           05  GRAND-RETURNS-TOTAL     PIC S9(9)V99   VALUE ZERO.       03800000
           05  GRAND-ADJUST-TOTAL      PIC S9(9)V99   VALUE ZERO.       03810000
           05  GRAND-NET-SALES         PIC S9(9)V99   VALUE ZERO.       03820000
           05  GRAND-COMMISSION        PIC S9(9)V99   VALUE ZERO.       03830000
           05  GRAND-CLAWBACK          PIC S9(9)V99   VALUE ZERO.       03840000
           05  GRAND-NET-COMMISSION    PIC S9(9)V99   VALUE ZERO.       03850000
           05  GRAND-RECORD-COUNT      PIC S9(7)      VALUE ZERO.       03860000
           05  PERIOD-SALES-TOTAL      PIC S9(9)V99   VALUE ZERO.       03870000
           05  PERIOD-RETURNS-TOTAL    PIC S9(9)V99   VALUE ZERO.       03880000
           05  PERIOD-ADJUST-TOTAL     PIC S9(9)V99   VALUE ZERO.       03890000
           05  PERIOD-NET-SALES        PIC S9(9)V99   VALUE ZERO.       03900000
           05  PERIOD-RECORD-COUNT     PIC S9(7)      VALUE ZERO.       03910000
           05  PAYROLL-DETAIL-COUNT    PIC S9(5)      VALUE ZERO.       03920000
           05  NO-RATE-SALESREP-COUNT  PIC S9(3)      VALUE ZERO.       03930000
                                                                        03940000
      **************************************************************    03950000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    03960000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    03970000
      **************************************************************    03980000
       01  CURRENT-DATE-AND-TIME.                                       03990000
           05  CD-YEAR         PIC 9999.                                04000000
           05  CD-MONTH        PIC 99.                                  04010000
           05  CD-DAY          PIC 99.                                  04020000
           05  CD-HOURS        PIC 99.                                  04030000
           05  CD-MINUTES      PIC 99.                                  04040000
           05  FILLER          PIC X(9).                                04050000
                                                                        04060000
      *------------------------------------------------------------*    04070000
      *                       OUTPUT FIELDS                        *    04080000
      *============================================================*    04090000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    04100000
      *                      THE OUTPUT FILES                      *    04110000
      *------------------------------------------------------------*    04120000
                                                                        04130000
      **************************************************************    04140000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    04150000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    04160000
      **************************************************************    04170000
       01  HEADING-LINE-1.                                              04180000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             04190000
           05  HL1-MONTH       PIC 9(2).                                04200000
           05  FILLER          PIC X(1)    VALUE "/".                   04210000
           05  HL1-DAY         PIC 9(2).                                04220000
           05  FILLER          PIC X(1)    VALUE "/".                   04230000
           05  HL1-YEAR        PIC 9(4).                                04240000
           05  FILLER          PIC X(13)   VALUE SPACE.                 04250000
           05  HL1-REPORT-TITLE PIC X(40).                              04260000
           05  FILLER          PIC X(12)   VALUE SPACE.                 04270000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            04280000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                04290000
           05  FILLER          PIC X(36)   VALUE SPACE.                 04300000
                                                                        04310000
      **************************************************************    04320000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    04330000
      * HOLDS THE TIME, THE PERIOD BEING PAID, AND THE PROGRAM ID  *    04340000
      **************************************************************    04350000
       01  HEADING-LINE-2.                                              04360000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             04370000
           05  HL2-HOURS       PIC 9(2).                                04380000
           05  FILLER          PIC X(1)    VALUE ":".                   04390000
           05  HL2-MINUTES     PIC 9(2).                                04400000
           05  FILLER          PIC X(14)   VALUE SPACE.                 04410000
           05  FILLER          PIC X(19)   VALUE "COMMISSION PERIOD: ". 04420000
           05  HL2-PERIOD-MONTH PIC 9(2).                               04430000
           05  FILLER          PIC X(1)    VALUE "/".                   04440000
           05  HL2-PERIOD-YEAR PIC 9(4).                                04450000
           05  FILLER          PIC X(28)   VALUE SPACE.                 04460000
           05  FILLER          PIC X(10)   VALUE "COM5000".             04470000
           05  FILLER          PIC X(40)   VALUE SPACE.                 04480000
                                                                        04490000
      **************************************************************    04500000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    04510000
      **************************************************************    04520000
       01  HEADING-LINE-3.                                              04530000
           05 FILLER               PIC X(130)   VALUE SPACE.            04540000
                                                                        04550000
      **************************************************************    04560000
      * STORES THE STATEMENT'S SALESREP BLOCK - WHO IS BEING PAID  *    04570000
      * AND THE RATES THEY ARE BEING PAID AT. REPEATED AT THE TOP  *    04580000
      * OF EVERY PAGE OF THEIR STATEMENT                           *    04590000
      **************************************************************    04600000
       01  STATEMENT-REP-LINE.                                          04610000
           05  FILLER              PIC X(2)     VALUE SPACE.            04620000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        04630000
           05  SRL-BRANCH-NUMBER   PIC 9(2).                            04640000
           05  FILLER              PIC X(1)     VALUE SPACE.            04650000
           05  SRL-BRANCH-NAME     PIC X(20).                           04660000
           05  FILLER              PIC X(11)    VALUE "  SALESREP ".    04670000
           05  SRL-SALESREP-NUMBER PIC 9(2).                            04680000
           05  FILLER              PIC X(1)     VALUE SPACE.            04690000
           05  SRL-SALESREP-NAME   PIC X(20).                           04700000
           05  FILLER              PIC X(64)    VALUE SPACE.            04710000
                                                                        04720000
       01  STATEMENT-RATE-LINE.                                         04730000
           05  FILLER              PIC X(2)     VALUE SPACE.            04740000
           05  FILLER              PIC X(11)    VALUE "BASE RATE: ".    04750000
           05  SRT-BASE-RATE       PIC Z9.999.                          04760000
           05  FILLER              PIC X(1)     VALUE "%".              04770000
           05  SRT-TIER-TEXT       PIC X(54).                           04780000
           05  FILLER              PIC X(14)    VALUE "  ADJUSTMENTS:". 04790000
           05  FILLER              PIC X(1)     VALUE SPACE.            04800000
           05  SRT-ADJUSTMENT-TEXT PIC X(24).                           04810000
           05  FILLER              PIC X(17)    VALUE SPACE.            04820000
                                                                        04830000
       01  STATEMENT-TIER-TEXT.                                         04840000
           05  FILLER              PIC X(13)    VALUE "  TIER RATE: ".  04850000
           05  STT-TIER-RATE       PIC Z9.999.                          04860000
           05  FILLER              PIC X(8)     VALUE "% AFTER ".       04870000
           05  STT-TIER-PERCENT    PIC ZZ9.                             04880000
           05  FILLER              PIC X(11)    VALUE "% OF QUOTA ".    04890000
           05  STT-ANNUAL-QUOTA    PIC Z,ZZZ,ZZ9.99-.                   04900000
                                                                        04910000
       01  STATEMENT-YTD-LINE.                                          04920000
           05  FILLER              PIC X(2)     VALUE SPACE.            04930000
           05  FILLER              PIC X(30)                            04940000
               VALUE "YTD NET SALES BEFORE PERIOD:  ".                  04950000
           05  SYL-YTD-BEFORE      PIC ZZZ,ZZZ,ZZ9.99-.                 04960000
           05  FILLER              PIC X(4)     VALUE SPACE.            04970000
           05  SYL-TIER-MESSAGE    PIC X(40).                           04980000
           05  FILLER              PIC X(39)    VALUE SPACE.            04990000
                                                                        05000000
      **************************************************************    05010000
      * STORES THE STATEMENT COLUMN HEADINGS                       *    05020000
      **************************************************************    05030000
       01  STATEMENT-HEADING-1.                                         05040000
           05  FILLER      PIC X(12)   VALUE "  INVOICE   ".            05050000
           05  FILLER      PIC X(13)   VALUE "INVOICE      ".           05060000
           05  FILLER      PIC X(9)    VALUE "CUSTOMER ".               05070000
           05  FILLER      PIC X(9)    VALUE "TYPE     ".               05080000
           05  FILLER      PIC X(11)   VALUE "     AMOUNT".             05090000
           05  FILLER      PIC X(10)   VALUE "      RATE".              05100000
           05  FILLER      PIC X(14)   VALUE "    COMMISSION".          05110000
           05  FILLER      PIC X(52)   VALUE SPACE.                     05120000
                                                                        05130000
       01  STATEMENT-HEADING-2.                                         05140000
           05  FILLER      PIC X(12)   VALUE "   NUMBER   ".            05150000
           05  FILLER      PIC X(13)   VALUE " DATE        ".           05160000
           05  FILLER      PIC X(9)    VALUE " NUMBER  ".               05170000
           05  FILLER      PIC X(96)   VALUE SPACE.                     05180000
                                                                        05190000
      **************************************************************    05200000
      * STORES ONE HISTORY RECORD'S LINE ON THE STATEMENT          *    05210000
      **************************************************************    05220000
       01  STATEMENT-DETAIL-LINE.                                       05230000
           05  FILLER              PIC X(3)     VALUE SPACE.            05240000
           05  SDL-INVOICE-NUMBER  PIC 9(6).                            05250000
           05  FILLER              PIC X(3)     VALUE SPACE.            05260000
           05  SDL-INVOICE-MONTH   PIC 9(2).                            05270000
           05  FILLER              PIC X(1)     VALUE "/".              05280000
           05  SDL-INVOICE-DAY     PIC 9(2).                            05290000
           05  FILLER              PIC X(1)     VALUE "/".              05300000
           05  SDL-INVOICE-YEAR    PIC 9(4).                            05310000
           05  FILLER              PIC X(4)     VALUE SPACE.            05320000
           05  SDL-CUSTOMER-NUMBER PIC 9(5).                            05330000
           05  FILLER              PIC X(3)     VALUE SPACE.            05340000
           05  SDL-TRANS-TEXT      PIC X(6).                            05350000
           05  FILLER              PIC X(4)     VALUE SPACE.            05360000
           05  SDL-SALE-AMOUNT     PIC ZZ,ZZ9.99-.                      05370000
           05  FILLER              PIC X(3)     VALUE SPACE.            05380000
           05  SDL-APPLIED-RATE    PIC Z9.999.                          05390000
           05  FILLER              PIC X(1)     VALUE "%".              05400000
           05  FILLER              PIC X(4)     VALUE SPACE.            05410000
           05  SDL-COMMISSION      PIC ZZ,ZZ9.99-.                      05420000
           05  FILLER              PIC X(3)     VALUE SPACE.            05430000
           05  SDL-NOTE            PIC X(20).                           05440000
           05  FILLER              PIC X(29)    VALUE SPACE.            05450000
                                                                        05460000
      **************************************************************    05470000
      * STORES THE STATEMENT'S CLOSING TOTAL LINES                 *    05480000
      **************************************************************    05490000
       01  STATEMENT-SALES-TOTAL-LINE.                                  05500000
           05  FILLER              PIC X(2)     VALUE SPACE.            05510000
           05  FILLER              PIC X(7)     VALUE "SALES: ".        05520000
           05  SST-SALES-TOTAL     PIC Z,ZZZ,ZZ9.99-.                   05530000
           05  FILLER              PIC X(12)    VALUE "  RETURNS:  ".   05540000
           05  SST-RETURNS-TOTAL   PIC Z,ZZZ,ZZ9.99-.                   05550000
           05  FILLER              PIC X(16)   VALUE "  ADJUSTMENTS:  ".05560000
           05  SST-ADJUST-TOTAL    PIC Z,ZZZ,ZZ9.99-.                   05570000
           05  FILLER              PIC X(14)    VALUE "  NET SALES:  ". 05580000
           05  SST-NET-SALES       PIC Z,ZZZ,ZZ9.99-.                   05590000
           05  FILLER              PIC X(27)    VALUE SPACE.            05600000
                                                                        05610000
       01  STATEMENT-COMMISSION-LINE.                                   05620000
           05  FILLER              PIC X(2)     VALUE SPACE.            05630000
           05  FILLER              PIC X(19)                            05640000
               VALUE "COMMISSION EARNED: ".                             05650000
           05  SCL-COMMISSION      PIC Z,ZZZ,ZZ9.99-.                   05660000
           05  FILLER              PIC X(16)   VALUE "  CLAWED BACK:  ".05670000
           05  SCL-CLAWBACK        PIC Z,ZZZ,ZZ9.99-.                   05680000
           05  FILLER              PIC X(19)                            05690000
               VALUE "  NET COMMISSION:  ".                             05700000
           05  SCL-NET-COMMISSION  PIC Z,ZZZ,ZZ9.99-.                   05710000
           05  FILLER              PIC X(4)     VALUE " *".             05720000
           05  FILLER              PIC X(31)    VALUE SPACE.            05730000
                                                                        05740000
      **************************************************************    05750000
      * STORES THE SUMMARY REPORT COLUMN HEADINGS                  *    05760000
      **************************************************************    05770000
       01  SUMMARY-HEADING-1.                                           05780000
           05  FILLER      PIC X(31)   VALUE "  BR  SR  SALESREP".      05790000
           05  FILLER      PIC X(14)   VALUE "        SALES ".          05800000
           05  FILLER      PIC X(14)   VALUE "      RETURNS ".          05810000
           05  FILLER      PIC X(14)   VALUE "  ADJUSTMENTS ".          05820000
           05  FILLER      PIC X(14)   VALUE "    NET SALES ".          05830000
           05  FILLER      PIC X(14)   VALUE "   COMMISSION ".          05840000
           05  FILLER      PIC X(14)   VALUE "  CLAWED BACK ".          05850000
           05  FILLER      PIC X(14)   VALUE "  NET COMMISS.".          05860000
           05  FILLER      PIC X(1)    VALUE SPACE.                     05870000
                                                                        05880000
       01  SUMMARY-HEADING-2.                                           05890000
           05  FILLER      PIC X(130)  VALUE SPACES.                    05900000
                                                                        05910000
      **************************************************************    05920000
      * STORES ONE LINE OF THE SUMMARY - A SALESREP, A BRANCH      *    05930000
      * TOTAL, OR THE GRAND TOTAL, DEPENDING ON WHAT IS MOVED TO   *    05940000
      * THE KEY AND NAME FIELDS                                    *    05950000
      **************************************************************    05960000
       01  SUMMARY-LINE.                                                05970000
           05  FILLER              PIC X(2)     VALUE SPACE.            05980000
           05  SML-BRANCH-NUMBER   PIC X(2).                            05990000
           05  FILLER              PIC X(2)     VALUE SPACE.            06000000
           05  SML-SALESREP-NUMBER PIC X(2).                            06010000
           05  FILLER              PIC X(2)     VALUE SPACE.            06020000
           05  SML-NAME            PIC X(21).                           06030000
           05  SML-SALES-TOTAL     PIC Z,ZZZ,ZZ9.99-.                   06040000
           05  FILLER              PIC X(1)     VALUE SPACE.            06050000
           05  SML-RETURNS-TOTAL   PIC Z,ZZZ,ZZ9.99-.                   06060000
           05  FILLER              PIC X(1)     VALUE SPACE.            06070000
           05  SML-ADJUST-TOTAL    PIC Z,ZZZ,ZZ9.99-.                   06080000
           05  FILLER              PIC X(1)     VALUE SPACE.            06090000
           05  SML-NET-SALES       PIC Z,ZZZ,ZZ9.99-.                   06100000
           05  FILLER              PIC X(1)     VALUE SPACE.            06110000
           05  SML-COMMISSION      PIC Z,ZZZ,ZZ9.99-.                   06120000
           05  FILLER              PIC X(1)     VALUE SPACE.            06130000
           05  SML-CLAWBACK        PIC Z,ZZZ,ZZ9.99-.                   06140000
           05  FILLER              PIC X(1)     VALUE SPACE.            06150000
           05  SML-NET-COMMISSION  PIC Z,ZZZ,ZZ9.99-.                   06160000
           05  SML-FLAG            PIC X(2).                            06170000
                                                                        06180000
      **************************************************************    06190000
      * STORES THE TIE-OUT LINES PRINTED UNDER THE GRAND TOTAL -   *    06200000
      * THE PERIOD'S TOTALS STRAIGHT OFF SALESHIST BESIDE THE      *    06210000
      * TOTALS OF THE STATEMENTS, AND THE RESULT OF THE PROOF      *    06220000
      **************************************************************    06230000
       01  TIE-OUT-LINE.                                                06240000
           05  FILLER              PIC X(2)     VALUE SPACE.            06250000
           05  TOL-DESCRIPTION     PIC X(22).                           06260000
           05  FILLER              PIC X(8)     VALUE "RECORDS ".       06270000
           05  TOL-RECORD-COUNT    PIC Z,ZZZ,ZZ9.                       06280000
           05  FILLER              PIC X(3)     VALUE SPACE.            06290000
           05  TOL-SALES-TOTAL     PIC Z,ZZZ,ZZ9.99-.                   06300000
           05  FILLER              PIC X(1)     VALUE SPACE.            06310000
           05  TOL-RETURNS-TOTAL   PIC Z,ZZZ,ZZ9.99-.                   06320000
           05  FILLER              PIC X(1)     VALUE SPACE.            06330000
           05  TOL-ADJUST-TOTAL    PIC Z,ZZZ,ZZ9.99-.                   06340000
           05  FILLER              PIC X(1)     VALUE SPACE.            06350000
           05  TOL-NET-SALES       PIC Z,ZZZ,ZZ9.99-.                   06360000
           05  FILLER              PIC X(31)    VALUE SPACE.            06370000
                                                                        06380000
       01  TIE-OUT-RESULT-LINE.                                         06390000
           05  FILLER              PIC X(2)     VALUE SPACE.            06400000
           05  TRL-RESULT-TEXT     PIC X(60).                           06410000
           05  FILLER              PIC X(68)    VALUE SPACE.            06420000
                                                                        06430000
       01  NO-RATE-LINE.                                                06440000
           05  FILLER              PIC X(7)     VALUE "  NR - ".        06450000
           05  NRL-SALESREP-COUNT  PIC ZZ9.                             06460000
           05  FILLER              PIC X(50)    VALUE                   06470000
               " SALESREP(S) PAID NOTHING - NO RATE ON COMMRATE".       06480000
           05  FILLER              PIC X(70)    VALUE SPACE.            06490000
                                                                        06500000
       LINKAGE SECTION.                                                 06510000
                                                                        06520000
      **************************************************************    06530000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    06540000
      * CLAUSE. HOLDS COMMA-SEPARATED KEYWORD=VALUE PAIRS, E.G.    *    06550000
      * "PERIOD=202609". A RUN WITH NO PARM CODED PAYS THE MONTH   *    06560000
      * BEFORE THE RUN DATE. PARM-LENGTH IS THE 2-BYTE BINARY      *    06570000
      * HALFWORD MVS PLACES AHEAD OF THE PARM TEXT ITSELF -        *    06580000
      * PARM-DATA MUST NEVER BE SCANNED PAST PARM-LENGTH BYTES     *    06590000
      **************************************************************    06600000
       01  RUN-PARM-AREA.                                               06610000
           05  PARM-LENGTH         PIC S9(4) COMP.                      06620000
           05  PARM-DATA           PIC X(80).                           06630000
                                                                        06640000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          06650000
                                                                        06660000
      **************************************************************    06670000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    06680000
      * LOADING THE TABLES, SORTING THE YEAR'S HISTORY THROUGH THE *    06690000
      * PERIOD, AND PRINTING THE STATEMENTS AND THE SUMMARY        *    06700000
      **************************************************************    06710000
       000-PAY-SALES-COMMISSION.                                        06720000
                                                                        06730000
           PERFORM 010-PARSE-RUN-PARM.                                  06740000
                                                                        06750000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        06760000
           *> LINES AND SETTLES WHICH MONTH IS BEING PAID               06770000
           PERFORM 100-FORMAT-REPORT-HEADING.                           06780000
                                                                        06790000
           OPEN INPUT BRANCHMAST                                        06800000
                      SALESREPMAST                                      06810000
                      COMMRATE.                                         06820000
                                                                        06830000
           PERFORM 105-LOAD-BRANCH-TABLE.                               06840000
           PERFORM 108-LOAD-SALESREP-TABLE.                             06850000
           PERFORM 111-LOAD-QUOTA-TABLE.                                06860000
           PERFORM 114-LOAD-RATE-TABLE.                                 06870000
                                                                        06880000
           CLOSE BRANCHMAST                                             06890000
                 SALESREPMAST                                           06900000
                 COMMRATE.                                              06910000
                                                                        06920000
           EVALUATE TRUE                                                06930000
               WHEN TABLE-OVERFLOW                                      06940000
                   MOVE 16 TO RETURN-CODE                               06950000
               WHEN PERIOD-ERROR                                        06960000
                   DISPLAY "COM5000 - RUN ABORTED - PERIOD PARM NOT "   06970000
                       "A VALID YYYYMM"                                 06980000
                   MOVE 16 TO RETURN-CODE                               06990000
               WHEN RATE-TABLE-COUNT = ZERO                             07000000
                   DISPLAY "COM5000 - RUN ABORTED - NO COMMISSION "     07010000
                       "RATES ON COMMRATE"                              07020000
                   MOVE 16 TO RETURN-CODE                               07030000
               WHEN OTHER                                               07040000
                   OPEN OUTPUT COMMSTMT                                 07050000
                               COMMSUM                                  07060000
                               PAYIFACE                                 07070000
                   PERFORM 120-WRITE-PAYROLL-HEADER                     07080000
                   OPEN INPUT SALESHIST                                 07090000
                   SORT SORT-FILE                                       07100000
                       ON ASCENDING KEY HS-BRANCH-NUMBER                07110000
                                        HS-SALESREP-NUMBER              07120000
                                        HS-PERIOD-DATE                  07120001
                                        HS-INVOICE-DATE                 07130000
                                        HS-INVOICE-NUMBER               07140000
                       INPUT PROCEDURE IS 200-SELECT-HISTORY            07150000
                       OUTPUT PROCEDURE IS 400-PAY-COMMISSIONS          07160000
                   CLOSE SALESHIST                                      07170000
                   PERFORM 300-PRINT-GRAND-TOTALS                       07180000
                   PERFORM 310-PROVE-PERIOD-TOTALS                      07190000
                   PERFORM 320-WRITE-PAYROLL-TRAILER                    07200000
                   CLOSE COMMSTMT                                       07210000
                         COMMSUM                                        07220000
                         PAYIFACE                                       07230000
           END-EVALUATE.                                                07240000
                                                                        07250000
           STOP RUN.                                                    07260000
                                                                        07270000
      **************************************************************    07280000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    07290000
      * APPLIES EACH ONE. A RUN WITH NO PARM LEAVES EVERY FIELD IN *    07300000
      * RUN-PARM-FIELDS AT ITS DEFAULT VALUE                       *    07310000
      **************************************************************    07320000
       010-PARSE-RUN-PARM.                                              07330000
                                                                        07340000
           IF PARM-LENGTH > ZERO                                        07350000
               MOVE 1 TO PARM-POINTER                                   07360000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         07370000
                   UNTIL PARM-POINTER > PARM-LENGTH                     07380000
                      OR PARM-KEYWORD-COUNT >= 10                       07390000
               PERFORM 012-APPLY-PARM-KEYWORDS                          07400000
                   VARYING PK-INDEX FROM 1 BY 1                         07410000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  07420000
           END-IF.                                                      07430000
                                                                        07440000
      **************************************************************    07450000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    07460000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    07470000
      **************************************************************    07480000
       011-EXTRACT-PARM-SEGMENT.                                        07490000
                                                                        07500000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 07510000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          07520000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        07530000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           07540000
               INTO PK-RAW-PAIR(PK-INDEX)                               07550000
               WITH POINTER PARM-POINTER                                07560000
           END-UNSTRING.                                                07570000
           PERFORM 013-SPLIT-PARM-PAIR.                                 07580000
                                                                        07590000
      **************************************************************    07600000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    07610000
      **************************************************************    07620000
       013-SPLIT-PARM-PAIR.                                             07630000
                                                                        07640000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             07650000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           07660000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              07670000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 07680000
           END-UNSTRING.                                                07690000
                                                                        07700000
      **************************************************************    07710000
      * APPLIES ONE RECOGNIZED PARM KEYWORD TO ITS RUN-PARM-FIELDS *    07720000
      * ITEM. UNRECOGNIZED KEYWORDS ARE IGNORED. A PERIOD THAT IS  *    07730000
      * NOT SIX DIGITS STOPS THE RUN RATHER THAN PAY A MONTH NOBODY *   07740000
      * ASKED FOR                                                  *    07750000
      **************************************************************    07760000
       012-APPLY-PARM-KEYWORDS.                                         07770000
                                                                        07780000
           EVALUATE PK-KEY(PK-INDEX)                                    07790000
               WHEN "PERIOD"                                            07800000
                   IF PK-VALUE(PK-INDEX)(1:6) IS NUMERIC                07810000
                      AND PK-VALUE(PK-INDEX)(7:14) = SPACES             07820000
                       MOVE PK-VALUE(PK-INDEX)(1:6) TO PARM-PERIOD      07830000
                   ELSE                                                 07840000
                       MOVE "Y" TO PERIOD-ERROR-SWITCH                  07850000
                   END-IF                                               07860000
               WHEN OTHER                                               07870000
                   CONTINUE                                             07880000
           END-EVALUATE.                                                07890000
                                                                        07900000
      **************************************************************    07910000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    07920000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND SETTLES  *    07930000
      * THE PERIOD - THE PARM'S MONTH IF ONE WAS GIVEN, OTHERWISE  *    07940000
      * THE MONTH BEFORE THE RUN DATE                              *    07950000
      **************************************************************    07960000
       100-FORMAT-REPORT-HEADING.                                       07970000
                                                                        07980000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         07990000
                                                                        08000000
           MOVE CD-MONTH   TO HL1-MONTH.                                08010000
           MOVE CD-DAY     TO HL1-DAY.                                  08020000
           MOVE CD-YEAR    TO HL1-YEAR.                                 08030000
           MOVE CD-HOURS   TO HL2-HOURS.                                08040000
           MOVE CD-MINUTES TO HL2-MINUTES.                              08050000
                                                                        08060000
           IF PARM-PERIOD = ZERO                                        08070000
               IF CD-MONTH = 1                                          08080000
                   COMPUTE PERIOD-YEAR = CD-YEAR - 1                    08090000
                   MOVE 12 TO PERIOD-MONTH                              08100000
               ELSE                                                     08110000
                   MOVE CD-YEAR TO PERIOD-YEAR                          08120000
                   COMPUTE PERIOD-MONTH = CD-MONTH - 1                  08130000
               END-IF                                                   08140000
           ELSE                                                         08150000
               MOVE PARM-PERIOD TO COMMISSION-PERIOD                    08160000
           END-IF.                                                      08170000
                                                                        08180000
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12                     08190000
               MOVE "Y" TO PERIOD-ERROR-SWITCH                          08200000
           END-IF.                                                      08210000
                                                                        08220000
           MOVE PERIOD-MONTH TO HL2-PERIOD-MONTH.                       08230000
           MOVE PERIOD-YEAR  TO HL2-PERIOD-YEAR.                        08240000
                                                                        08250000
      **************************************************************    08260000
      * READS EVERY RECORD ON BRANCHMAST INTO THE BRANCH-TABLE SO  *    08270000
      * THE BRANCH NAME IS AVAILABLE WHEN WE NEED IT               *    08280000
      **************************************************************    08290000
       105-LOAD-BRANCH-TABLE.                                           08300000
                                                                        08310000
           PERFORM 106-READ-BRANCH-RECORD.                              08320000
           PERFORM 107-STORE-BRANCH-TABLE-ENTRY UNTIL BRANCHMAST-EOF.   08330000
                                                                        08340000
      **************************************************************    08350000
      * READS A LINE OF THE BRANCH REFERENCE FILE AND IF ITS THE   *    08360000
      * LAST ONE UPDATES THE BRANCHMAST-EOF-SWITCH                 *    08370000
      **************************************************************    08380000
       106-READ-BRANCH-RECORD.                                          08390000
                                                                        08400000
           READ BRANCHMAST                                              08410000
               AT END                                                   08420000
                   MOVE "Y" TO BRANCHMAST-EOF-SWITCH.                   08430000
                                                                        08440000
      **************************************************************    08450000
      * ADDS THE BRANCH WE JUST READ TO THE BRANCH-TABLE THEN READS *   08460000
      * THE NEXT ONE                                               *    08470000
      **************************************************************    08480000
       107-STORE-BRANCH-TABLE-ENTRY.                                    08490000
                                                                        08500000
           *> BRANCH-TABLE ONLY HOLDS 50 ENTRIES - ABORT RATHER THAN    08510000
           *> OVERRUN IT IF BRANCHMAST EVER GROWS PAST THAT             08520000
           IF BRANCH-TABLE-COUNT >= 50                                  08530000
               DISPLAY "COM5000 - RUN ABORTED - BRANCH-TABLE FULL"      08540000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08550000
               MOVE "Y" TO BRANCHMAST-EOF-SWITCH                        08560000
           ELSE                                                         08570000
               ADD 1 TO BRANCH-TABLE-COUNT                              08580000
               SET BT-INDEX TO BRANCH-TABLE-COUNT                       08590000
               MOVE BM-BRANCH-NUMBER TO BT-BRANCH-NUMBER(BT-INDEX)      08600000
               MOVE BM-BRANCH-NAME   TO BT-BRANCH-NAME(BT-INDEX)        08610000
               PERFORM 106-READ-BRANCH-RECORD                           08620000
           END-IF.                                                      08630000
                                                                        08640000
      **************************************************************    08650000
      * READS EVERY RECORD ON SALESREPMAST INTO THE SALESREP-TABLE *    08660000
      * SO THE SALESREP NAME IS AVAILABLE WHEN WE NEED IT          *    08670000
      **************************************************************    08680000
       108-LOAD-SALESREP-TABLE.                                         08690000
                                                                        08700000
           PERFORM 109-READ-SALESREP-RECORD.                            08710000
           PERFORM 110-STORE-SALESREP-TABLE-ENTRY                       08720000
               UNTIL SALESREPMAST-EOF.                                  08730000
                                                                        08740000
      **************************************************************    08750000
      * READS A LINE OF THE SALESREP REFERENCE FILE AND IF ITS THE *    08760000
      * LAST ONE UPDATES THE SALESREPMAST-EOF-SWITCH               *    08770000
      **************************************************************    08780000
       109-READ-SALESREP-RECORD.                                        08790000
                                                                        08800000
           READ SALESREPMAST                                            08810000
               AT END                                                   08820000
                   MOVE "Y" TO SALESREPMAST-EOF-SWITCH.                 08830000
                                                                        08840000
      **************************************************************    08850000
      * ADDS THE SALESREP WE JUST READ TO THE SALESREP-TABLE THEN  *    08860000
      * READS THE NEXT ONE                                         *    08870000
      **************************************************************    08880000
       110-STORE-SALESREP-TABLE-ENTRY.                                  08890000
                                                                        08900000
           *> SALESREP-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER      08910000
           *> THAN OVERRUN IT IF SALESREPMAST EVER GROWS PAST THAT      08920000
           IF SALESREP-TABLE-COUNT >= 500                               08930000
               DISPLAY "COM5000 - RUN ABORTED - SALESREP-TABLE FULL"    08940000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08950000
               MOVE "Y" TO SALESREPMAST-EOF-SWITCH                      08960000
           ELSE                                                         08970000
               ADD 1 TO SALESREP-TABLE-COUNT                            08980000
               SET ST-INDEX TO SALESREP-TABLE-COUNT                     08990000
               MOVE SM-BRANCH-NUMBER   TO ST-BRANCH-NUMBER(ST-INDEX)    09000000
               MOVE SM-SALESREP-NUMBER TO ST-SALESREP-NUMBER(ST-INDEX)  09010000
               MOVE SM-SALESREP-NAME   TO ST-SALESREP-NAME(ST-INDEX)    09020000
               PERFORM 109-READ-SALESREP-RECORD                         09030000
           END-IF.                                                      09040000
                                                                        09050000
      **************************************************************    09060000
      * READS EVERY RECORD ON THE QUOTA MASTER INTO THE QUOTA-     *    09070000
      * TABLE. THE FILE IS OPTIONAL - WITHOUT IT NO REP CAN REACH  *    09080000
      * A TIER AND EVERYONE IS PAID THEIR BASE RATE                *    09090000
      **************************************************************    09100000
       111-LOAD-QUOTA-TABLE.                                            09110000
                                                                        09120000
           OPEN INPUT QUOTAMAST.                                        09130000
           PERFORM 112-READ-QUOTA-RECORD.                               09140000
           PERFORM 113-STORE-QUOTA-TABLE-ENTRY UNTIL QUOTAMAST-EOF.     09150000
           CLOSE QUOTAMAST.                                             09160000
                                                                        09170000
      **************************************************************    09180000
      * READS A LINE OF THE QUOTA MASTER AND IF ITS THE LAST ONE   *    09190000
      * UPDATES THE QUOTAMAST-EOF-SWITCH                           *    09200000
      **************************************************************    09210000
       112-READ-QUOTA-RECORD.                                           09220000
                                                                        09230000
           READ QUOTAMAST                                               09240000
               AT END                                                   09250000
                   MOVE "Y" TO QUOTAMAST-EOF-SWITCH.                    09260000
                                                                        09270000
      **************************************************************    09280000
      * ADDS THE QUOTA WE JUST READ TO THE QUOTA-TABLE THEN READS  *    09290000
      * THE NEXT ONE                                               *    09300000
      **************************************************************    09310000
       113-STORE-QUOTA-TABLE-ENTRY.                                     09320000
                                                                        09330000
           *> QUOTA-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER         09340000
           *> THAN OVERRUN IT IF QUOTAMAST EVER GROWS PAST THAT         09350000
           IF QUOTA-TABLE-COUNT >= 500                                  09360000
               DISPLAY "COM5000 - RUN ABORTED - QUOTA-TABLE FULL"       09370000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        09380000
               MOVE "Y" TO QUOTAMAST-EOF-SWITCH                         09390000
           ELSE                                                         09400000
               ADD 1 TO QUOTA-TABLE-COUNT                               09410000
               SET QT-INDEX TO QUOTA-TABLE-COUNT                        09420000
               MOVE QM-BRANCH-NUMBER   TO QT-BRANCH-NUMBER(QT-INDEX)    09430000
               MOVE QM-SALESREP-NUMBER TO QT-SALESREP-NUMBER(QT-INDEX)  09440000
               MOVE QM-ANNUAL-QUOTA    TO QT-ANNUAL-QUOTA(QT-INDEX)     09450000
               PERFORM 112-READ-QUOTA-RECORD                            09460000
           END-IF.                                                      09470000
                                                                        09480000
      **************************************************************    09490000
      * READS EVERY RECORD ON THE COMMISSION RATE FILE INTO THE    *    09500000
      * RATE-TABLE                                                 *    09510000
      **************************************************************    09520000
       114-LOAD-RATE-TABLE.                                             09530000
                                                                        09540000
           PERFORM 115-READ-RATE-RECORD.                                09550000
           PERFORM 116-STORE-RATE-TABLE-ENTRY UNTIL COMMRATE-EOF.       09560000
                                                                        09570000
      **************************************************************    09580000
      * READS A LINE OF THE COMMISSION RATE FILE AND IF ITS THE    *    09590000
      * LAST ONE UPDATES THE COMMRATE-EOF-SWITCH                   *    09600000
      **************************************************************    09610000
       115-READ-RATE-RECORD.                                            09620000
                                                                        09630000
           READ COMMRATE                                                09640000
               AT END                                                   09650000
                   MOVE "Y" TO COMMRATE-EOF-SWITCH.                     09660000
                                                                        09670000
      **************************************************************    09680000
      * ADDS THE RATE WE JUST READ TO THE RATE-TABLE THEN READS    *    09690000
      * THE NEXT ONE                                               *    09700000
      **************************************************************    09710000
       116-STORE-RATE-TABLE-ENTRY.                                      09720000
                                                                        09730000
           *> RATE-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER          09740000
           *> THAN OVERRUN IT IF COMMRATE EVER GROWS PAST THAT          09750000
           IF RATE-TABLE-COUNT >= 500                                   09760000
               DISPLAY "COM5000 - RUN ABORTED - RATE-TABLE FULL"        09770000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        09780000
               MOVE "Y" TO COMMRATE-EOF-SWITCH                          09790000
           ELSE                                                         09800000
               ADD 1 TO RATE-TABLE-COUNT                                09810000
               SET RT-INDEX TO RATE-TABLE-COUNT                         09820000
               MOVE CR-BRANCH-NUMBER   TO RT-BRANCH-NUMBER(RT-INDEX)    09830000
               MOVE CR-SALESREP-NUMBER TO RT-SALESREP-NUMBER(RT-INDEX)  09840000
               MOVE CR-BASE-RATE       TO RT-BASE-RATE(RT-INDEX)        09850000
               MOVE CR-TIER-QUOTA-PERCENT                               09860000
                   TO RT-TIER-QUOTA-PERCENT(RT-INDEX)                   09870000
               MOVE CR-TIER-RATE       TO RT-TIER-RATE(RT-INDEX)        09880000
               MOVE CR-ADJUSTMENT-RULE TO RT-ADJUSTMENT-RULE(RT-INDEX)  09890000
               PERFORM 115-READ-RATE-RECORD                             09900000
           END-IF.                                                      09910000
                                                                        09920000
      **************************************************************    09930000
      * WRITES THE PAYROLL INTERFACE HEADER - THE PERIOD BEING     *    09940000
      * PAID AND WHEN THE FILE WAS BUILT                           *    09950000
      **************************************************************    09960000
       120-WRITE-PAYROLL-HEADER.                                        09970000
                                                                        09980000
           MOVE SPACES             TO PAYROLL-INTERFACE-RECORD.         09990000
           MOVE "H"                TO PI-RECORD-TYPE.                   10000000
           MOVE COMMISSION-PERIOD  TO PI-PERIOD.                        10010000
           MOVE "COM5000"          TO PI-SOURCE-PROGRAM.                10020000
           MOVE CURRENT-DATE-AND-TIME(1:8)  TO PI-RUN-DATE.             10030000
           MOVE CURRENT-DATE-AND-TIME(9:4)  TO PI-RUN-TIME.             10040000
           WRITE PAYROLL-INTERFACE-RECORD.                              10050000
                                                                        10060000
      **************************************************************    10070000
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE HISTORY     *    10080000
      * FILE AND RELEASES THE PERIOD YEAR'S RECORDS UP TO THE END  *    10090000
      * OF THE PERIOD                                              *    10100000
      **************************************************************    10110000
       200-SELECT-HISTORY.                                              10120000
                                                                        10130000
           PERFORM 210-READ-HISTORY-RECORD.                             10140000
           PERFORM 215-SELECT-ONE-RECORD UNTIL SALESHIST-EOF.           10150000
                                                                        10160000
      **************************************************************    10170000
      * READS A LINE OF THE HISTORY FILE AND IF ITS THE LAST ONE   *    10180000
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    10190000
      **************************************************************    10200000
       210-READ-HISTORY-RECORD.                                         10210000
                                                                        10220000
           READ SALESHIST                                               10230000
               AT END                                                   10240000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH.                    10250000
                                                                        10260000
      **************************************************************    10270000
      * RELEASES THE RECORD JUST READ IF IT POSTED BETWEEN JANUARY *    10280000
      * AND THE END OF THE PERIOD, THEN READS THE NEXT ONE. THE    *    10290000
      * PERIOD'S OWN RECORDS ARE ALSO COUNTED HERE, BEFORE THE     *    10300000
      * SORT TOUCHES THEM, SO THE SUMMARY HAS SOMETHING            *    10310000
      * INDEPENDENT TO PROVE ITSELF AGAINST UNDER THE SAME RULE.   *    10320000
      * HISTORY WRITTEN BEFORE THE POSTED DATE WAS KEPT COUNTS     *    10320001
      * UNDER ITS INVOICE DATE                                     *    10320002
      **************************************************************    10330000
       215-SELECT-ONE-RECORD.                                           10340000
                                                                        10350000
           IF SH-POSTED-DATE IS NUMERIC                                 10350001
              AND SH-POSTED-DATE > ZERO                                 10350002
               MOVE SH-POSTED-DATE TO HISTORY-PERIOD-DATE               10350003
           ELSE                                                         10350004
               MOVE SH-INVOICE-DATE TO HISTORY-PERIOD-DATE              10350005
           END-IF.                                                      10350006
                                                                        10350007
           IF HISTORY-PERIOD-DATE(1:4) = PERIOD-YEAR                    10350008
              AND HISTORY-PERIOD-DATE(1:6) NOT > COMMISSION-PERIOD      10350009
               MOVE SALES-HISTORY-RECORD TO SORT-RECORD                 10350010
               MOVE HISTORY-PERIOD-DATE TO HS-PERIOD-DATE               10350011
               RELEASE SORT-RECORD                                      10350012
               IF HISTORY-PERIOD-DATE(1:6) = COMMISSION-PERIOD          10350013
                   PERFORM 220-COUNT-PERIOD-RECORD                      10350014
               END-IF                                                   10350015
           END-IF.                                                      10350016
                                                                        10430000
           PERFORM 210-READ-HISTORY-RECORD.                             10440000
                                                                        10450000
      **************************************************************    10460000
      * ROLLS ONE OF THE PERIOD'S HISTORY RECORDS INTO THE PERIOD  *    10470000
      * CONTROL TOTALS BY TRANSACTION TYPE                         *    10480000
      **************************************************************    10490000
       220-COUNT-PERIOD-RECORD.                                         10500000
                                                                        10510000
           ADD 1 TO PERIOD-RECORD-COUNT.                                10520000
           ADD SH-SALE-AMOUNT TO PERIOD-NET-SALES.                      10530000
           EVALUATE SH-TRANS-TYPE                                       10540000
               WHEN "S"                                                 10550000
                   ADD SH-SALE-AMOUNT TO PERIOD-SALES-TOTAL             10560000
               WHEN "R"                                                 10570000
                   ADD SH-SALE-AMOUNT TO PERIOD-RETURNS-TOTAL           10580000
               WHEN OTHER                                               10590000
                   ADD SH-SALE-AMOUNT TO PERIOD-ADJUST-TOTAL            10600000
           END-EVALUATE.                                                10610000
                                                                        10620000
      **************************************************************    10630000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE SELECTED HISTORY *    10640000
      * BACK IN KEY ORDER AND PAYS EACH SALESREP IN TURN, CLOSING  *    10650000
      * THE SUMMARY'S BRANCH TOTALS AT EACH BRANCH BREAK           *    10660000
      **************************************************************    10670000
       400-PAY-COMMISSIONS.                                             10680000
                                                                        10690000
           PERFORM 420-RETURN-NEXT-RECORD.                              10700000
           PERFORM 410-PROCESS-ONE-RECORD UNTIL SORT-EOF.               10710000
                                                                        10720000
           *> CLOSE OUT THE LAST SALESREP AND BRANCH - UNLESS THE       10730000
           *> SORT HANDED BACK NOTHING AT ALL                           10740000
           IF NOT FIRST-SORT-RECORD                                     10750000
               PERFORM 440-CLOSE-SALESREP                               10760000
               PERFORM 445-CLOSE-BRANCH                                 10770000
           END-IF.                                                      10780000
                                                                        10790000
      **************************************************************    10800000
      * TAKES THE NEXT SORTED HISTORY RECORD AND IF ITS THE LAST   *    10810000
      * ONE UPDATES THE SORT-EOF-SWITCH                            *    10820000
      **************************************************************    10830000
       420-RETURN-NEXT-RECORD.                                          10840000
                                                                        10850000
           RETURN SORT-FILE                                             10860000
               AT END                                                   10870000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         10880000
                                                                        10890000
      **************************************************************    10900000
      * HANDLES THE GROUP BREAKS FOR ONE SORTED HISTORY RECORD,    *    10910000
      * PAYS IT OR ROLLS IT INTO THE YEAR-TO-DATE FIGURE, AND      *    10920000
      * TAKES THE NEXT ONE                                         *    10930000
      **************************************************************    10940000
       410-PROCESS-ONE-RECORD.                                          10950000
                                                                        10960000
           EVALUATE TRUE                                                10970000
               WHEN FIRST-SORT-RECORD                                   10980000
                   MOVE "N" TO FIRST-SORT-RECORD-SWITCH                 10990000
                   PERFORM 425-START-BRANCH-GROUP                       11000000
                   PERFORM 430-START-SALESREP-GROUP                     11010000
               WHEN HS-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER            11020000
                   PERFORM 440-CLOSE-SALESREP                           11030000
                   PERFORM 445-CLOSE-BRANCH                             11040000
                   PERFORM 425-START-BRANCH-GROUP                       11050000
                   PERFORM 430-START-SALESREP-GROUP                     11060000
               WHEN HS-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER        11070000
                   PERFORM 440-CLOSE-SALESREP                           11080000
                   PERFORM 430-START-SALESREP-GROUP                     11090000
               WHEN OTHER                                               11100000
                   CONTINUE                                             11110000
           END-EVALUATE.                                                11120000
                                                                        11130000
           IF HS-PERIOD-DATE(1:6) = COMMISSION-PERIOD                   11140000
               PERFORM 450-PAY-ONE-TRANSACTION                          11150000
           ELSE                                                         11160000
               ADD HS-SALE-AMOUNT TO YTD-NET-SALES                      11170000
           END-IF.                                                      11180000
                                                                        11190000
           PERFORM 420-RETURN-NEXT-RECORD.                              11200000
                                                                        11210000
      **************************************************************    11220000
      * OPENS A NEW BRANCH GROUP - REMEMBERS THE BRANCH, LOOKS UP  *    11230000
      * ITS NAME, AND ZEROES THE BRANCH TOTALS                     *    11240000
      **************************************************************    11250000
       425-START-BRANCH-GROUP.                                          11260000
                                                                        11270000
           MOVE HS-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.                  11280000
           MOVE "N" TO BRANCH-ACTIVITY-SWITCH.                          11290000
           MOVE ZERO TO BRANCH-SALES-TOTAL                              11300000
                        BRANCH-RETURNS-TOTAL                            11310000
                        BRANCH-ADJUST-TOTAL                             11320000
                        BRANCH-NET-SALES                                11330000
                        BRANCH-COMMISSION                               11340000
                        BRANCH-CLAWBACK                                 11350000
                        BRANCH-NET-COMMISSION.                          11360000
                                                                        11370000
           MOVE "N" TO BRANCH-FOUND-SWITCH.                             11380000
           PERFORM 426-SEARCH-BRANCH-TABLE                              11390000
               VARYING BT-INDEX FROM 1 BY 1                             11400000
               UNTIL BT-INDEX > BRANCH-TABLE-COUNT                      11410000
                  OR BRANCH-FOUND.                                      11420000
                                                                        11430000
           IF NOT BRANCH-FOUND                                          11440000
               MOVE "** NAME NOT FOUND **" TO CURRENT-BRANCH-NAME       11450000
           END-IF.                                                      11460000
                                                                        11470000
      **************************************************************    11480000
      * COMPARES ONE ENTRY IN THE BRANCH-TABLE AGAINST THE BRANCH  *    11490000
      * NUMBER WE'RE LOOKING FOR                                   *    11500000
      **************************************************************    11510000
       426-SEARCH-BRANCH-TABLE.                                         11520000
                                                                        11530000
           IF BT-BRANCH-NUMBER(BT-INDEX) = OLD-BRANCH-NUMBER            11540000
               MOVE BT-BRANCH-NAME(BT-INDEX) TO CURRENT-BRANCH-NAME     11550000
               MOVE "Y" TO BRANCH-FOUND-SWITCH                          11560000
           END-IF.                                                      11570000
                                                                        11580000
      **************************************************************    11590000
      * OPENS A NEW SALESREP GROUP - REMEMBERS THE SALESREP, LOOKS *    11600000
      * UP THEIR NAME, RATES AND QUOTA, WORKS OUT WHERE THE TIER   *    11610000
      * STARTS, AND ZEROES THE SALESREP TOTALS. THE STATEMENT      *    11620000
      * ITSELF IS NOT STARTED UNTIL THE REP'S FIRST RECORD IN THE  *    11630000
      * PERIOD COMES BACK                                          *    11640000
      **************************************************************    11650000
       430-START-SALESREP-GROUP.                                        11660000
                                                                        11670000
           MOVE HS-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.              11680000
           MOVE "N" TO STATEMENT-STARTED-SWITCH.                        11690000
           MOVE ZERO TO YTD-NET-SALES                                   11700000
                        SALESREP-SALES-TOTAL                            11710000
                        SALESREP-RETURNS-TOTAL                          11720000
                        SALESREP-ADJUST-TOTAL                           11730000
                        SALESREP-NET-SALES                              11740000
                        SALESREP-COMMISSION                             11750000
                        SALESREP-CLAWBACK                               11760000
                        SALESREP-NET-COMMISSION                         11770000
                        SALESREP-RECORD-COUNT.                          11780000
                                                                        11790000
           MOVE "N" TO SALESREP-FOUND-SWITCH.                           11800000
           PERFORM 431-SEARCH-SALESREP-TABLE                            11810000
               VARYING ST-INDEX FROM 1 BY 1                             11820000
               UNTIL ST-INDEX > SALESREP-TABLE-COUNT                    11830000
                  OR SALESREP-FOUND.                                    11840000
           IF NOT SALESREP-FOUND                                        11850000
               MOVE "** NAME NOT FOUND **" TO CURRENT-SALESREP-NAME     11860000
           END-IF.                                                      11870000
                                                                        11880000
           MOVE "N" TO RATE-FOUND-SWITCH.                               11890000
           MOVE ZERO  TO CURRENT-BASE-RATE                              11900000
                         CURRENT-TIER-RATE                              11910000
                         CURRENT-TIER-PERCENT.                          11920000
           MOVE SPACE TO CURRENT-ADJUSTMENT-RULE.                       11930000
           PERFORM 432-SEARCH-RATE-TABLE                                11940000
               VARYING RT-INDEX FROM 1 BY 1                             11950000
               UNTIL RT-INDEX > RATE-TABLE-COUNT                        11960000
                  OR RATE-FOUND.                                        11970000
                                                                        11980000
           MOVE "N" TO QUOTA-FOUND-SWITCH.                              11990000
           MOVE ZERO TO CURRENT-ANNUAL-QUOTA.                           12000000
           PERFORM 433-SEARCH-QUOTA-TABLE                               12010000
               VARYING QT-INDEX FROM 1 BY 1                             12020000
               UNTIL QT-INDEX > QUOTA-TABLE-COUNT                       12030000
                  OR QUOTA-FOUND.                                       12040000
                                                                        12050000
           *> THE TIER ONLY APPLIES WHEN THE RATE RECORD ASKS FOR ONE   12060000
           *> AND THERE IS A POSITIVE QUOTA TO TAKE THE PERCENT OF      12070000
           IF RATE-FOUND                                                12080000
              AND CURRENT-TIER-PERCENT > ZERO                           12090000
              AND CURRENT-ANNUAL-QUOTA > ZERO                           12100000
               MOVE "Y" TO TIER-ACTIVE-SWITCH                           12110000
               COMPUTE TIER-THRESHOLD-AMOUNT ROUNDED =                  12120000
                   CURRENT-ANNUAL-QUOTA * CURRENT-TIER-PERCENT / 100    12130000
           ELSE                                                         12140000
               MOVE "N" TO TIER-ACTIVE-SWITCH                           12150000
               MOVE ZERO TO TIER-THRESHOLD-AMOUNT                       12160000
           END-IF.                                                      12170000
                                                                        12180000
      **************************************************************    12190000
      * COMPARES ONE ENTRY IN THE SALESREP-TABLE AGAINST THE BRANCH *   12200000
      * AND SALESREP NUMBER WE'RE LOOKING FOR                      *    12210000
      **************************************************************    12220000
       431-SEARCH-SALESREP-TABLE.                                       12230000
                                                                        12240000
           IF ST-BRANCH-NUMBER(ST-INDEX) = OLD-BRANCH-NUMBER            12250000
              AND ST-SALESREP-NUMBER(ST-INDEX) = OLD-SALESREP-NUMBER    12260000
               MOVE ST-SALESREP-NAME(ST-INDEX) TO CURRENT-SALESREP-NAME 12270000
               MOVE "Y" TO SALESREP-FOUND-SWITCH                        12280000
           END-IF.                                                      12290000
                                                                        12300000
      **************************************************************    12310000
      * COMPARES ONE ENTRY IN THE RATE-TABLE AGAINST THE BRANCH    *    12320000
      * AND SALESREP NUMBER WE'RE LOOKING FOR                      *    12330000
      **************************************************************    12340000
       432-SEARCH-RATE-TABLE.                                           12350000
                                                                        12360000
           IF RT-BRANCH-NUMBER(RT-INDEX) = OLD-BRANCH-NUMBER            12370000
              AND RT-SALESREP-NUMBER(RT-INDEX) = OLD-SALESREP-NUMBER    12380000
               MOVE RT-BASE-RATE(RT-INDEX)  TO CURRENT-BASE-RATE        12390000
               MOVE RT-TIER-RATE(RT-INDEX)  TO CURRENT-TIER-RATE        12400000
               MOVE RT-TIER-QUOTA-PERCENT(RT-INDEX)                     12410000
                   TO CURRENT-TIER-PERCENT                              12420000
               MOVE RT-ADJUSTMENT-RULE(RT-INDEX)                        12430000
                   TO CURRENT-ADJUSTMENT-RULE                           12440000
               MOVE "Y" TO RATE-FOUND-SWITCH                            12450000
           END-IF.                                                      12460000
                                                                        12470000
      **************************************************************    12480000
      * COMPARES ONE ENTRY IN THE QUOTA-TABLE AGAINST THE BRANCH   *    12490000
      * AND SALESREP NUMBER WE'RE LOOKING FOR                      *    12500000
      **************************************************************    12510000
       433-SEARCH-QUOTA-TABLE.                                          12520000
                                                                        12530000
           IF QT-BRANCH-NUMBER(QT-INDEX) = OLD-BRANCH-NUMBER            12540000
              AND QT-SALESREP-NUMBER(QT-INDEX) = OLD-SALESREP-NUMBER    12550000
               MOVE QT-ANNUAL-QUOTA(QT-INDEX) TO CURRENT-ANNUAL-QUOTA   12560000
               MOVE "Y" TO QUOTA-FOUND-SWITCH                           12570000
           END-IF.                                                      12580000
                                                                        12590000
      **************************************************************    12600000
      * STARTS THE SALESREP'S STATEMENT ON A FRESH PAGE - CALLED   *    12610000
      * FOR THEIR FIRST RECORD IN THE PERIOD, BY WHICH TIME THE    *    12620000
      * YEAR-TO-DATE FIGURE AHEAD OF THE PERIOD IS COMPLETE        *    12630000
      **************************************************************    12640000
       435-START-STATEMENT.                                             12650000
                                                                        12660000
           MOVE "Y" TO STATEMENT-STARTED-SWITCH.                        12670000
           MOVE "Y" TO BRANCH-ACTIVITY-SWITCH.                          12680000
                                                                        12690000
           MOVE OLD-BRANCH-NUMBER     TO SRL-BRANCH-NUMBER.             12700000
           MOVE CURRENT-BRANCH-NAME   TO SRL-BRANCH-NAME.               12710000
           MOVE OLD-SALESREP-NUMBER   TO SRL-SALESREP-NUMBER.           12720000
           MOVE CURRENT-SALESREP-NAME TO SRL-SALESREP-NAME.             12730000
           MOVE CURRENT-BASE-RATE     TO SRT-BASE-RATE.                 12740000
                                                                        12750000
           IF TIER-ACTIVE                                               12760000
               MOVE CURRENT-TIER-RATE    TO STT-TIER-RATE               12770000
               MOVE CURRENT-TIER-PERCENT TO STT-TIER-PERCENT            12780000
               MOVE CURRENT-ANNUAL-QUOTA TO STT-ANNUAL-QUOTA            12790000
               MOVE STATEMENT-TIER-TEXT  TO SRT-TIER-TEXT               12800000
           ELSE                                                         12810000
               MOVE SPACES TO SRT-TIER-TEXT                             12820000
           END-IF.                                                      12830000
                                                                        12840000
           EVALUATE TRUE                                                12850000
               WHEN NOT RATE-FOUND                                      12860000
                   MOVE "** NO RATE ON FILE **" TO SRT-ADJUSTMENT-TEXT  12870000
               WHEN ADJUST-PAY-AND-CLAWBACK                             12880000
                   MOVE "PAID AND CLAWED BACK" TO SRT-ADJUSTMENT-TEXT   12890000
               WHEN ADJUST-PAY-CREDITS-ONLY                             12900000
                   MOVE "PAID WHEN POSITIVE" TO SRT-ADJUSTMENT-TEXT     12910000
               WHEN OTHER                                               12920000
                   MOVE "NOT COMMISSIONABLE" TO SRT-ADJUSTMENT-TEXT     12930000
           END-EVALUATE.                                                12940000
                                                                        12950000
           MOVE YTD-NET-SALES TO SYL-YTD-BEFORE.                        12960000
           EVALUATE TRUE                                                12970000
               WHEN NOT RATE-FOUND                                      12980000
                   MOVE "NO COMMISSION RATE - NOTHING PAID"             12990000
                       TO SYL-TIER-MESSAGE                              13000000
               WHEN TIER-ACTIVE                                         13010000
                AND YTD-NET-SALES NOT < TIER-THRESHOLD-AMOUNT           13020000
                   MOVE "TIER REACHED BEFORE THE PERIOD"                13030000
                       TO SYL-TIER-MESSAGE                              13040000
               WHEN OTHER                                               13050000
                   MOVE SPACES TO SYL-TIER-MESSAGE                      13060000
           END-EVALUATE.                                                13070000
                                                                        13080000
           *> EVERY STATEMENT IS NUMBERED FROM PAGE 1 SO IT CAN BE      13090000
           *> TORN OFF AND HANDED TO THE REP ON ITS OWN                 13100000
           MOVE ZERO TO PAGE-COUNT.                                     13110000
           PERFORM 230-PRINT-HEADING-LINES.                             13120000
                                                                        13130000
      **************************************************************    13140000
      * PAYS ONE OF THE PERIOD'S TRANSACTIONS. THE RATE IS THE     *    13150000
      * TIER RATE WHEN THE REP'S YEAR-TO-DATE NET SALES HAD ALREADY *   13160000
      * REACHED THE TIER BEFORE THIS INVOICE, OTHERWISE THE BASE   *    13170000
      * RATE. A SALE EARNS, A RETURN CLAWS BACK AT THE SAME RATE,  *    13180000
      * AND AN ADJUSTMENT FOLLOWS THE REP'S ADJUSTMENT RULE        *    13190000
      **************************************************************    13200000
       450-PAY-ONE-TRANSACTION.                                         13210000
                                                                        13220000
           IF NOT STATEMENT-STARTED                                     13230000
               PERFORM 435-START-STATEMENT                              13240000
           END-IF.                                                      13250000
                                                                        13260000
           MOVE SPACES TO SDL-NOTE.                                     13270000
           IF TIER-ACTIVE                                               13280000
              AND YTD-NET-SALES NOT < TIER-THRESHOLD-AMOUNT             13290000
               MOVE CURRENT-TIER-RATE TO APPLIED-RATE                   13300000
               MOVE "TIER RATE" TO SDL-NOTE                             13310000
           ELSE                                                         13320000
               MOVE CURRENT-BASE-RATE TO APPLIED-RATE                   13330000
           END-IF.                                                      13340000
                                                                        13350000
           EVALUATE TRUE                                                13360000
               WHEN HS-SALE                                             13370000
                   MOVE "SALE"   TO SDL-TRANS-TEXT                      13380000
                   MOVE HS-SALE-AMOUNT TO COMMISSIONABLE-AMOUNT         13390000
                   ADD HS-SALE-AMOUNT TO SALESREP-SALES-TOTAL           13400000
               WHEN HS-RETURN                                           13410000
                   MOVE "RETURN" TO SDL-TRANS-TEXT                      13420000
                   MOVE HS-SALE-AMOUNT TO COMMISSIONABLE-AMOUNT         13430000
                   ADD HS-SALE-AMOUNT TO SALESREP-RETURNS-TOTAL         13440000
               WHEN OTHER                                               13450000
                   MOVE "ADJUST" TO SDL-TRANS-TEXT                      13460000
                   ADD HS-SALE-AMOUNT TO SALESREP-ADJUST-TOTAL          13470000
                   EVALUATE TRUE                                        13480000
                       WHEN ADJUST-PAY-AND-CLAWBACK                     13490000
                           MOVE HS-SALE-AMOUNT                          13500000
                               TO COMMISSIONABLE-AMOUNT                 13510000
                       WHEN ADJUST-PAY-CREDITS-ONLY                     13520000
                        AND HS-SALE-AMOUNT > ZERO                       13530000
                           MOVE HS-SALE-AMOUNT                          13540000
                               TO COMMISSIONABLE-AMOUNT                 13550000
                       WHEN OTHER                                       13560000
                           MOVE ZERO TO COMMISSIONABLE-AMOUNT           13570000
                           MOVE ZERO TO APPLIED-RATE                    13580000
                           MOVE "NOT COMMISSIONABLE" TO SDL-NOTE        13590000
                   END-EVALUATE                                         13600000
           END-EVALUATE.                                                13610000
                                                                        13620000
           COMPUTE TRANSACTION-COMMISSION ROUNDED =                     13630000
               COMMISSIONABLE-AMOUNT * APPLIED-RATE / 100.              13640000
                                                                        13650000
           IF TRANSACTION-COMMISSION < ZERO                             13660000
               SUBTRACT TRANSACTION-COMMISSION FROM SALESREP-CLAWBACK   13670000
           ELSE                                                         13680000
               ADD TRANSACTION-COMMISSION TO SALESREP-COMMISSION        13690000
           END-IF.                                                      13700000
                                                                        13710000
           ADD HS-SALE-AMOUNT TO SALESREP-NET-SALES.                    13720000
           ADD HS-SALE-AMOUNT TO YTD-NET-SALES.                         13730000
           ADD 1 TO SALESREP-RECORD-COUNT.                              13740000
                                                                        13750000
           IF LINE-COUNT >= LINES-ON-PAGE                               13760000
               PERFORM 230-PRINT-HEADING-LINES.                         13770000
                                                                        13780000
           MOVE HS-INVOICE-NUMBER    TO SDL-INVOICE-NUMBER.             13790000
           MOVE HS-INVOICE-DATE(5:2) TO SDL-INVOICE-MONTH.              13800000
           MOVE HS-INVOICE-DATE(7:2) TO SDL-INVOICE-DAY.                13810000
           MOVE HS-INVOICE-DATE(1:4) TO SDL-INVOICE-YEAR.               13820000
           MOVE HS-CUSTOMER-NUMBER   TO SDL-CUSTOMER-NUMBER.            13830000
           MOVE HS-SALE-AMOUNT       TO SDL-SALE-AMOUNT.                13840000
           MOVE APPLIED-RATE         TO SDL-APPLIED-RATE.               13850000
           MOVE TRANSACTION-COMMISSION TO SDL-COMMISSION.               13860000
           MOVE STATEMENT-DETAIL-LINE TO STATEMENT-PRINT-AREA.          13870000
           PERFORM 225-WRITE-STATEMENT-LINE.                            13880000
                                                                        13890000
      **************************************************************    13900000
      * CLOSES THE SALESREP JUST FINISHED - PRINTS THE STATEMENT'S *    13910000
      * TOTALS, WRITES THEIR PAYROLL RECORD, PRINTS THEIR SUMMARY  *    13920000
      * LINE, AND ROLLS THEM INTO THE BRANCH. A REP WITH NOTHING   *    13930000
      * IN THE PERIOD GETS NO STATEMENT AND NO PAYROLL RECORD      *    13940000
      **************************************************************    13950000
       440-CLOSE-SALESREP.                                              13960000
                                                                        13970000
           IF STATEMENT-STARTED                                         13980000
               COMPUTE SALESREP-NET-COMMISSION =                        13990000
                   SALESREP-COMMISSION - SALESREP-CLAWBACK              14000000
               PERFORM 441-PRINT-STATEMENT-TOTALS                       14010000
               PERFORM 442-WRITE-PAYROLL-DETAIL                         14020000
               PERFORM 443-PRINT-SALESREP-SUMMARY                       14030000
               IF NOT RATE-FOUND                                        14040000
                   ADD 1 TO NO-RATE-SALESREP-COUNT                      14050000
               END-IF                                                   14060000
               ADD SALESREP-SALES-TOTAL    TO BRANCH-SALES-TOTAL        14070000
               ADD SALESREP-RETURNS-TOTAL  TO BRANCH-RETURNS-TOTAL      14080000
               ADD SALESREP-ADJUST-TOTAL   TO BRANCH-ADJUST-TOTAL       14090000
               ADD SALESREP-NET-SALES      TO BRANCH-NET-SALES          14100000
               ADD SALESREP-COMMISSION     TO BRANCH-COMMISSION         14110000
               ADD SALESREP-CLAWBACK       TO BRANCH-CLAWBACK           14120000
               ADD SALESREP-NET-COMMISSION TO BRANCH-NET-COMMISSION     14130000
               ADD SALESREP-RECORD-COUNT   TO GRAND-RECORD-COUNT        14140000
           END-IF.                                                      14150000
                                                                        14160000
      **************************************************************    14170000
      * PRINTS THE CLOSING TOTAL LINES OF THE SALESREP'S STATEMENT *    14180000
      **************************************************************    14190000
       441-PRINT-STATEMENT-TOTALS.                                      14200000
                                                                        14210000
           IF LINE-COUNT >= LINES-ON-PAGE - 3                           14220000
               PERFORM 230-PRINT-HEADING-LINES.                         14230000
                                                                        14240000
           MOVE SPACES TO STATEMENT-PRINT-AREA.                         14250000
           PERFORM 225-WRITE-STATEMENT-LINE.                            14260000
           MOVE SALESREP-SALES-TOTAL   TO SST-SALES-TOTAL.              14270000
           MOVE SALESREP-RETURNS-TOTAL TO SST-RETURNS-TOTAL.            14280000
           MOVE SALESREP-ADJUST-TOTAL  TO SST-ADJUST-TOTAL.             14290000
           MOVE SALESREP-NET-SALES     TO SST-NET-SALES.                14300000
           MOVE STATEMENT-SALES-TOTAL-LINE TO STATEMENT-PRINT-AREA.     14310000
           PERFORM 225-WRITE-STATEMENT-LINE.                            14320000
           MOVE SALESREP-COMMISSION     TO SCL-COMMISSION.              14330000
           MOVE SALESREP-CLAWBACK       TO SCL-CLAWBACK.                14340000
           MOVE SALESREP-NET-COMMISSION TO SCL-NET-COMMISSION.          14350000
           MOVE STATEMENT-COMMISSION-LINE TO STATEMENT-PRINT-AREA.      14360000
           PERFORM 225-WRITE-STATEMENT-LINE.                            14370000
                                                                        14380000
      **************************************************************    14390000
      * WRITES THE SALESREP'S DETAIL RECORD TO THE PAYROLL         *    14400000
      * INTERFACE FILE                                             *    14410000
      **************************************************************    14420000
       442-WRITE-PAYROLL-DETAIL.                                        14430000
                                                                        14440000
           MOVE SPACES                  TO PAYROLL-INTERFACE-RECORD.    14450000
           MOVE "D"                     TO PI-RECORD-TYPE.              14460000
           MOVE COMMISSION-PERIOD       TO PI-PERIOD.                   14470000
           MOVE OLD-BRANCH-NUMBER       TO PI-BRANCH-NUMBER.            14480000
           MOVE OLD-SALESREP-NUMBER     TO PI-SALESREP-NUMBER.          14490000
           MOVE CURRENT-SALESREP-NAME   TO PI-SALESREP-NAME.            14500000
           MOVE SALESREP-COMMISSION     TO PI-COMMISSION-EARNED.        14510000
           MOVE SALESREP-CLAWBACK       TO PI-COMMISSION-CLAWBACK.      14520000
           MOVE SALESREP-NET-COMMISSION TO PI-NET-COMMISSION.           14530000
           WRITE PAYROLL-INTERFACE-RECORD.                              14540000
           ADD 1 TO PAYROLL-DETAIL-COUNT.                               14550000
                                                                        14560000
      **************************************************************    14570000
      * PRINTS THE SALESREP'S LINE ON THE SUMMARY REPORT. A REP    *    14580000
      * PAID WITHOUT A RATE ON FILE IS FLAGGED "NR"                *    14590000
      **************************************************************    14600000
       443-PRINT-SALESREP-SUMMARY.                                      14610000
                                                                        14620000
           IF SUMMARY-LINE-COUNT >= LINES-ON-PAGE                       14630000
               PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                 14640000
                                                                        14650000
           MOVE OLD-BRANCH-NUMBER       TO SML-BRANCH-NUMBER.           14660000
           MOVE OLD-SALESREP-NUMBER     TO SML-SALESREP-NUMBER.         14670000
           MOVE CURRENT-SALESREP-NAME   TO SML-NAME.                    14680000
           MOVE SALESREP-SALES-TOTAL    TO SML-SALES-TOTAL.             14690000
           MOVE SALESREP-RETURNS-TOTAL  TO SML-RETURNS-TOTAL.           14700000
           MOVE SALESREP-ADJUST-TOTAL   TO SML-ADJUST-TOTAL.            14710000
           MOVE SALESREP-NET-SALES      TO SML-NET-SALES.               14720000
           MOVE SALESREP-COMMISSION     TO SML-COMMISSION.              14730000
           MOVE SALESREP-CLAWBACK       TO SML-CLAWBACK.                14740000
           MOVE SALESREP-NET-COMMISSION TO SML-NET-COMMISSION.          14750000
           IF RATE-FOUND                                                14760000
               MOVE SPACES TO SML-FLAG                                  14770000
           ELSE                                                         14780000
               MOVE "NR"   TO SML-FLAG                                  14790000
           END-IF.                                                      14800000
           MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA.                     14810000
           PERFORM 226-WRITE-SUMMARY-LINE.                              14820000
                                                                        14830000
      **************************************************************    14840000
      * CLOSES THE BRANCH JUST FINISHED - PRINTS ITS TOTAL LINE ON *    14850000
      * THE SUMMARY AND ROLLS IT INTO THE GRAND TOTALS. A BRANCH   *    14860000
      * WITH NO REP ACTIVE IN THE PERIOD PRINTS NOTHING            *    14870000
      **************************************************************    14880000
       445-CLOSE-BRANCH.                                                14890000
                                                                        14900000
           IF BRANCH-ACTIVITY                                           14910000
               IF SUMMARY-LINE-COUNT >= LINES-ON-PAGE - 1               14920000
                   PERFORM 235-PRINT-SUMMARY-HEADING-LINES              14930000
               END-IF                                                   14940000
               MOVE OLD-BRANCH-NUMBER     TO SML-BRANCH-NUMBER          14950000
               MOVE SPACES                TO SML-SALESREP-NUMBER        14960000
               MOVE CURRENT-BRANCH-NAME   TO SML-NAME                   14970000
               MOVE BRANCH-SALES-TOTAL    TO SML-SALES-TOTAL            14980000
               MOVE BRANCH-RETURNS-TOTAL  TO SML-RETURNS-TOTAL          14990000
               MOVE BRANCH-ADJUST-TOTAL   TO SML-ADJUST-TOTAL           15000000
               MOVE BRANCH-NET-SALES      TO SML-NET-SALES              15010000
               MOVE BRANCH-COMMISSION     TO SML-COMMISSION             15020000
               MOVE BRANCH-CLAWBACK       TO SML-CLAWBACK               15030000
               MOVE BRANCH-NET-COMMISSION TO SML-NET-COMMISSION         15040000
               MOVE " *"                  TO SML-FLAG                   15050000
               MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA                  15060000
               PERFORM 226-WRITE-SUMMARY-LINE                           15070000
               MOVE SPACES TO SUMMARY-PRINT-AREA                        15080000
               PERFORM 226-WRITE-SUMMARY-LINE                           15090000
               ADD BRANCH-SALES-TOTAL    TO GRAND-SALES-TOTAL           15100000
               ADD BRANCH-RETURNS-TOTAL  TO GRAND-RETURNS-TOTAL         15110000
               ADD BRANCH-ADJUST-TOTAL   TO GRAND-ADJUST-TOTAL          15120000
               ADD BRANCH-NET-SALES      TO GRAND-NET-SALES             15130000
               ADD BRANCH-COMMISSION     TO GRAND-COMMISSION            15140000
               ADD BRANCH-CLAWBACK       TO GRAND-CLAWBACK              15150000
               ADD BRANCH-NET-COMMISSION TO GRAND-NET-COMMISSION        15160000
           END-IF.                                                      15170000
                                                                        15180000
      **************************************************************    15190000
      * WRITES ONE LINE TO THE STATEMENTS AND COUNTS IT AGAINST    *    15200000
      * THE CURRENT PAGE                                           *    15210000
      **************************************************************    15220000
       225-WRITE-STATEMENT-LINE.                                        15230000
           WRITE STATEMENT-PRINT-AREA.                                  15240000
           ADD 1 TO LINE-COUNT.                                         15250000
                                                                        15260000
      **************************************************************    15270000
      * WRITES ONE LINE TO THE SUMMARY AND COUNTS IT AGAINST THE   *    15280000
      * CURRENT PAGE                                               *    15290000
      **************************************************************    15300000
       226-WRITE-SUMMARY-LINE.                                          15310000
           WRITE SUMMARY-PRINT-AREA.                                    15320000
           ADD 1 TO SUMMARY-LINE-COUNT.                                 15330000
                                                                        15340000
      **************************************************************    15350000
      * PRINTS THE STATEMENT HEADER LINES AND THE SALESREP'S BLOCK *    15360000
      * TO THE STATEMENT FILE, RAN ONCE FOR EVERY PAGE             *    15370000
      **************************************************************    15380000
       230-PRINT-HEADING-LINES.                                         15390000
                                                                        15400000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             15410000
           *> SO WE INCREASE THE PAGE COUNT HERE                        15420000
           ADD 1 TO PAGE-COUNT.                                         15430000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      15440000
           MOVE "SALES COMMISSION STATEMENT" TO HL1-REPORT-TITLE.       15450000
                                                                        15460000
           MOVE HEADING-LINE-1 TO STATEMENT-PRINT-AREA.                 15470000
           WRITE STATEMENT-PRINT-AREA.                                  15480000
           MOVE HEADING-LINE-2 TO STATEMENT-PRINT-AREA.                 15490000
           WRITE STATEMENT-PRINT-AREA.                                  15500000
           MOVE HEADING-LINE-3 TO STATEMENT-PRINT-AREA.                 15510000
           WRITE STATEMENT-PRINT-AREA.                                  15520000
           MOVE STATEMENT-REP-LINE TO STATEMENT-PRINT-AREA.             15530000
           WRITE STATEMENT-PRINT-AREA.                                  15540000
           MOVE STATEMENT-RATE-LINE TO STATEMENT-PRINT-AREA.            15550000
           WRITE STATEMENT-PRINT-AREA.                                  15560000
           MOVE STATEMENT-YTD-LINE TO STATEMENT-PRINT-AREA.             15570000
           WRITE STATEMENT-PRINT-AREA.                                  15580000
           MOVE HEADING-LINE-3 TO STATEMENT-PRINT-AREA.                 15590000
           WRITE STATEMENT-PRINT-AREA.                                  15600000
           MOVE STATEMENT-HEADING-1 TO STATEMENT-PRINT-AREA.            15610000
           WRITE STATEMENT-PRINT-AREA.                                  15620000
           MOVE STATEMENT-HEADING-2 TO STATEMENT-PRINT-AREA.            15630000
           WRITE STATEMENT-PRINT-AREA.                                  15640000
           MOVE HEADING-LINE-3 TO STATEMENT-PRINT-AREA.                 15650000
           WRITE STATEMENT-PRINT-AREA.                                  15660000
                                                                        15670000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    15680000
           *> OF A NEW PAGE                                             15690000
           MOVE ZERO TO LINE-COUNT.                                     15700000
                                                                        15710000
      **************************************************************    15720000
      * PRINTS THE SUMMARY REPORT HEADER LINES, RAN ONCE FOR EVERY *    15730000
      * PAGE OF THE SUMMARY                                        *    15740000
      **************************************************************    15750000
       235-PRINT-SUMMARY-HEADING-LINES.                                 15760000
                                                                        15770000
           ADD 1 TO SUMMARY-PAGE-COUNT.                                 15780000
           MOVE SUMMARY-PAGE-COUNT TO HL1-PAGE-NUMBER.                  15790000
           MOVE "SALES COMMISSION SUMMARY" TO HL1-REPORT-TITLE.         15800000
                                                                        15810000
           MOVE HEADING-LINE-1 TO SUMMARY-PRINT-AREA.                   15820000
           WRITE SUMMARY-PRINT-AREA.                                    15830000
           MOVE HEADING-LINE-2 TO SUMMARY-PRINT-AREA.                   15840000
           WRITE SUMMARY-PRINT-AREA.                                    15850000
           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-AREA.                   15860000
           WRITE SUMMARY-PRINT-AREA.                                    15870000
           MOVE SUMMARY-HEADING-1 TO SUMMARY-PRINT-AREA.                15880000
           WRITE SUMMARY-PRINT-AREA.                                    15890000
           MOVE SUMMARY-HEADING-2 TO SUMMARY-PRINT-AREA.                15900000
           WRITE SUMMARY-PRINT-AREA.                                    15910000
                                                                        15920000
           MOVE ZERO TO SUMMARY-LINE-COUNT.                             15930000
                                                                        15940000
      **************************************************************    15950000
      * PRINTS THE GRAND TOTAL LINE ON THE SUMMARY                 *    15960000
      **************************************************************    15970000
       300-PRINT-GRAND-TOTALS.                                          15980000
                                                                        15990000
           IF SUMMARY-LINE-COUNT >= LINES-ON-PAGE                       16000000
               PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                 16010000
                                                                        16020000
           MOVE SPACES                TO SML-BRANCH-NUMBER.             16030000
           MOVE SPACES                TO SML-SALESREP-NUMBER.           16040000
           MOVE "GRAND TOTAL"         TO SML-NAME.                      16050000
           MOVE GRAND-SALES-TOTAL     TO SML-SALES-TOTAL.               16060000
           MOVE GRAND-RETURNS-TOTAL   TO SML-RETURNS-TOTAL.             16070000
           MOVE GRAND-ADJUST-TOTAL    TO SML-ADJUST-TOTAL.              16080000
           MOVE GRAND-NET-SALES       TO SML-NET-SALES.                 16090000
           MOVE GRAND-COMMISSION      TO SML-COMMISSION.                16100000
           MOVE GRAND-CLAWBACK        TO SML-CLAWBACK.                  16110000
           MOVE GRAND-NET-COMMISSION  TO SML-NET-COMMISSION.            16120000
           MOVE "**"                  TO SML-FLAG.                      16130000
           MOVE SUMMARY-LINE TO SUMMARY-PRINT-AREA.                     16140000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16150000
                                                                        16160000
      **************************************************************    16170000
      * PROVES THE SUMMARY AGAINST THE PERIOD'S SALESHIST TOTALS   *    16180000
      * TAKEN AS THE FILE WAS READ. A SUMMARY THAT DOES NOT TIE    *    16190000
      * ENDS THE RUN RC=16 SO THE PAYROLL STEP DOES NOT PICK UP A  *    16200000
      * FILE BUILT FROM HISTORY THAT WENT MISSING ON THE WAY. A REP *   16210000
      * PAID WITH NO RATE ON FILE ENDS THE RUN RC=4                *    16220000
      **************************************************************    16230000
       310-PROVE-PERIOD-TOTALS.                                         16240000
                                                                        16250000
           IF SUMMARY-LINE-COUNT >= LINES-ON-PAGE - 5                   16260000
               PERFORM 235-PRINT-SUMMARY-HEADING-LINES.                 16270000
                                                                        16280000
           MOVE SPACES TO SUMMARY-PRINT-AREA.                           16290000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16300000
                                                                        16310000
           MOVE "SALESHIST FOR PERIOD" TO TOL-DESCRIPTION.              16320000
           MOVE PERIOD-RECORD-COUNT    TO TOL-RECORD-COUNT.             16330000
           MOVE PERIOD-SALES-TOTAL     TO TOL-SALES-TOTAL.              16340000
           MOVE PERIOD-RETURNS-TOTAL   TO TOL-RETURNS-TOTAL.            16350000
           MOVE PERIOD-ADJUST-TOTAL    TO TOL-ADJUST-TOTAL.             16360000
           MOVE PERIOD-NET-SALES       TO TOL-NET-SALES.                16370000
           MOVE TIE-OUT-LINE TO SUMMARY-PRINT-AREA.                     16380000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16390000
                                                                        16400000
           MOVE "COMMISSION STATEMENTS" TO TOL-DESCRIPTION.             16410000
           MOVE GRAND-RECORD-COUNT     TO TOL-RECORD-COUNT.             16420000
           MOVE GRAND-SALES-TOTAL      TO TOL-SALES-TOTAL.              16430000
           MOVE GRAND-RETURNS-TOTAL    TO TOL-RETURNS-TOTAL.            16440000
           MOVE GRAND-ADJUST-TOTAL     TO TOL-ADJUST-TOTAL.             16450000
           MOVE GRAND-NET-SALES        TO TOL-NET-SALES.                16460000
           MOVE TIE-OUT-LINE TO SUMMARY-PRINT-AREA.                     16470000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16480000
                                                                        16490000
           IF GRAND-RECORD-COUNT   = PERIOD-RECORD-COUNT                16500000
              AND GRAND-SALES-TOTAL   = PERIOD-SALES-TOTAL              16510000
              AND GRAND-RETURNS-TOTAL = PERIOD-RETURNS-TOTAL            16520000
              AND GRAND-ADJUST-TOTAL  = PERIOD-ADJUST-TOTAL             16530000
              AND GRAND-NET-SALES     = PERIOD-NET-SALES                16540000
               MOVE "STATEMENTS TIE TO SALESHIST FOR THE PERIOD"        16550000
                   TO TRL-RESULT-TEXT                                   16560000
           ELSE                                                         16570000
               MOVE "** DOES NOT TIE TO SALESHIST - DO NOT PAY **"      16580000
                   TO TRL-RESULT-TEXT                                   16590000
               DISPLAY "COM5000 - COMMISSION TOTALS DO NOT TIE TO "     16600000
                   "SALESHIST FOR THE PERIOD"                           16610000
               MOVE 16 TO RETURN-CODE                                   16620000
           END-IF.                                                      16630000
           MOVE TIE-OUT-RESULT-LINE TO SUMMARY-PRINT-AREA.              16640000
           PERFORM 226-WRITE-SUMMARY-LINE.                              16650000
                                                                        16660000
           IF NO-RATE-SALESREP-COUNT > ZERO                             16670000
               MOVE NO-RATE-SALESREP-COUNT TO NRL-SALESREP-COUNT        16680000
               MOVE NO-RATE-LINE TO SUMMARY-PRINT-AREA                  16690000
               PERFORM 226-WRITE-SUMMARY-LINE                           16700000
               DISPLAY "COM5000 - " NO-RATE-SALESREP-COUNT              16710000
                   " SALESREP(S) WITH ACTIVITY HAVE NO COMMISSION RATE" 16720000
               IF RETURN-CODE = ZERO                                    16730000
                   MOVE 4 TO RETURN-CODE                                16740000
               END-IF                                                   16750000
           END-IF.                                                      16760000
                                                                        16770000
      **************************************************************    16780000
      * WRITES THE PAYROLL INTERFACE TRAILER - HOW MANY DETAIL     *    16790000
      * RECORDS THE FILE CARRIES AND WHAT THEY ADD UP TO           *    16800000
      **************************************************************    16810000
       320-WRITE-PAYROLL-TRAILER.                                       16820000
                                                                        16830000
           MOVE SPACES               TO PAYROLL-INTERFACE-RECORD.       16840000
           MOVE "T"                  TO PI-RECORD-TYPE.                 16850000
           MOVE COMMISSION-PERIOD    TO PI-PERIOD.                      16860000
           MOVE PAYROLL-DETAIL-COUNT TO PI-DETAIL-COUNT.                16870000
           MOVE GRAND-NET-COMMISSION TO PI-TOTAL-NET-COMMISSION.        16880000
           WRITE PAYROLL-INTERFACE-RECORD.                              16890000
                                                                        16900000
           DISPLAY "COM5000 - " PAYROLL-DETAIL-COUNT                    16910000
               " SALESREPS PAID FOR PERIOD " COMMISSION-PERIOD.         16920000
                                                                        16930000
