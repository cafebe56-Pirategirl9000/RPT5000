       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. SMX5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program prints the month-by-month sales    00080000
      *   matrix from the cumulative sales detail history TRN5000       00090000
      *   keeps, so a salesrep can see which months a customer          00100000
      *   actually buys in instead of one YTD figure. The YEAR parm     00110000
      *   names the sales year (default the year of the run date) and   00120000
      *   every history record for that year and the year before is     00130000
      *   sorted into branch/salesrep/customer order. Each customer     00140000
      *   prints twelve monthly net-sales columns (sales, returns and   00150000
      *   adjustments netted together whatever their SH-TRANS-TYPE),    00160000
      *   the same months last year beneath them, and the change        00170000
      *   percent month by month. Salesreps and branches are            00180000
      *   subtotaled the same way under their BRANCHMAST and            00190000
      *   SALESREPMAST names, the regions and the company grand total   00200000
      *   follow at the end, and the grand totals are proved back to    00210000
      *   the history records selected. A comma-delimited extract with  00220000
      *   the same monthly figures - one record per customer per year   00230000
      *   and a trailer with the count and totals - is written for the  00240000
      *   planning spreadsheets                                         00250000
       ENVIRONMENT DIVISION.                                            00260000
                                                                        00270000
       INPUT-OUTPUT SECTION.                                            00280000
                                                                        00290000
       FILE-CONTROL.                                                    00300000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00310000
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00320000
           SELECT BRANCHMAST ASSIGN TO BRANCHMAST.                      00330000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00340000
           SELECT SMXRPT ASSIGN TO SMXRPT.                              00350000
           SELECT SMXEXTR ASSIGN TO SMXEXTR.                            00360000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00370000
                                                                        00380000
       DATA DIVISION.                                                   00390000
                                                                        00400000
       FILE SECTION.                                                    00410000
                                                                        00420000
      **************************************************************    00430000
      * CUMULATIVE SALES DETAIL HISTORY FILE WRITTEN BY TRN5000 -  *    00440000
      * ONE RECORD PER POSTED TRANSACTION, APPENDED RUN AFTER RUN, *    00450000
      * SO IT ARRIVES HERE IN POSTING ORDER AND IS SORTED INTO KEY *    00460000
      * ORDER BY THE INTERNAL SORT                                 *    00470000
      **************************************************************    00480000
       FD  SALESHIST                                                    00490000
           RECORDING MODE IS F                                          00500000
           LABEL RECORDS ARE STANDARD                                   00510000
           RECORD CONTAINS 80 CHARACTERS                                00520000
           BLOCK CONTAINS 80 CHARACTERS.                                00530000
       01  SALES-HISTORY-RECORD.                                        00540000
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00550000
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00560000
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00570000
           05  SH-INVOICE-DATE.                                         00580000
               10  SH-INVOICE-YEAR     PIC 9(4).                        00590000
               10  SH-INVOICE-MONTH    PIC 9(2).                        00600000
               10  SH-INVOICE-DAY      PIC 9(2).                        00610000
           05  SH-INVOICE-NUMBER       PIC 9(6).                        00620000
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  00630000
           05  SH-TRANS-TYPE           PIC X(1).                        00640000
           05  SH-POSTED-DATE          PIC 9(8).                        00650000
           05  FILLER                  PIC X(41).                       00660000
                                                                        00670000
      **************************************************************    00680000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST. READ *   00690000
      * ONLY FOR THE CUSTOMER NAMES. THE CONTROL TRAILER CARRIED AS *   00700000
      * ITS LAST RECORD IS SKIPPED WHEN THE TABLE IS LOADED         *   00710000
      **************************************************************    00720000
       FD  CUSTMAST                                                     00730000
           RECORDING MODE IS F                                          00740000
           LABEL RECORDS ARE STANDARD                                   00750000
           RECORD CONTAINS 130 CHARACTERS                               00760000
           BLOCK CONTAINS 130 CHARACTERS.                               00770000
       01  CUSTOMER-MASTER-RECORD.                                      00780000
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00790000
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00800000
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00810000
           05  CM-CUSTOMER-NAME        PIC X(20).                       00820000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00830000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00840000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00850000
           05  FILLER                  PIC X(80).                       00860000
                                                                        00870000
      **************************************************************    00880000
      * BRANCH REFERENCE FILE - ONE RECORD PER BRANCH, GIVES US    *    00890000
      * THE BRANCH NAME AND THE REGION THE BRANCH BELONGS TO       *    00900000
      **************************************************************    00910000
       FD  BRANCHMAST                                                   00920000
           RECORDING MODE IS F                                          00930000
           LABEL RECORDS ARE STANDARD                                   00940000
           RECORD CONTAINS 130 CHARACTERS                               00950000
           BLOCK CONTAINS 130 CHARACTERS.                               00960000
       01  BRANCH-MASTER-RECORD.                                        00970000
           05  BM-BRANCH-NUMBER        PIC 9(2).                        00980000
           05  BM-BRANCH-NAME          PIC X(20).                       00990000
           05  BM-REGION-CODE          PIC 9(1).                        01000000
           05  BM-REGION-NAME          PIC X(20).                       01010000
           05  FILLER                  PIC X(87).                       01020000
                                                                        01030000
      **************************************************************    01040000
      * SALESREP REFERENCE FILE - ONE RECORD PER SALESREP, KEYED   *    01050000
      * BY BRANCH NUMBER AND SALESREP NUMBER                       *    01060000
      **************************************************************    01070000
       FD  SALESREPMAST                                                 01080000
           RECORDING MODE IS F                                          01090000
           LABEL RECORDS ARE STANDARD                                   01100000
           RECORD CONTAINS 130 CHARACTERS                               01110000
           BLOCK CONTAINS 130 CHARACTERS.                               01120000
       01  SALESREP-MASTER-RECORD.                                      01130000
           05  SM-BRANCH-NUMBER        PIC 9(2).                        01140000
           05  SM-SALESREP-NUMBER      PIC 9(2).                        01150000
           05  SM-SALESREP-NAME        PIC X(20).                       01160000
           05  FILLER                  PIC X(106).                      01170000
                                                                        01180000
      **************************************************************    01190000
      * OUTPUT FILE - THE PRINTED MONTHLY SALES MATRIX             *    01200000
      **************************************************************    01210000
       FD  SMXRPT                                                       01220000
           RECORDING MODE IS F                                          01230000
           LABEL RECORDS ARE STANDARD                                   01240000
           RECORD CONTAINS 130 CHARACTERS                               01250000
           BLOCK CONTAINS 130 CHARACTERS.                               01260000
       01  SMXRPT-PRINT-AREA   PIC X(130).                              01270000
                                                                        01280000
      **************************************************************    01290000
      * MACHINE-READABLE EXTRACT FOR THE PLANNING SPREADSHEETS -   *    01300000
      * ONE COMMA-DELIMITED RECORD PER CUSTOMER PER YEAR CARRYING  *    01310000
      * THE TWELVE MONTHLY NET-SALES FIGURES AND THE YEAR TOTAL,   *    01320000
      * CLOSED BY A TRAILER WITH THE RECORD COUNT AND YEAR TOTALS  *    01330000
      **************************************************************    01340000
       FD  SMXEXTR                                                      01350000
           RECORDING MODE IS F                                          01360000
           LABEL RECORDS ARE STANDARD                                   01370000
           RECORD CONTAINS 200 CHARACTERS                               01380000
           BLOCK CONTAINS 200 CHARACTERS.                               01390000
       01  EXTRACT-AREA        PIC X(200).                              01400000
                                                                        01410000
      **************************************************************    01420000
      * SORT WORK FILE - THE HISTORY RECORDS FOR THE SALES YEAR    *    01430000
      * AND THE YEAR BEFORE ARE RELEASED HERE AND COME BACK IN     *    01440000
      * BRANCH/SALESREP/CUSTOMER ORDER                             *    01450000
      **************************************************************    01460000
       SD  SORT-FILE                                                    01470000
           RECORD CONTAINS 80 CHARACTERS.                               01480000
       01  SORT-RECORD.                                                 01490000
           05  HS-BRANCH-NUMBER        PIC 9(2).                        01500000
           05  HS-SALESREP-NUMBER      PIC 9(2).                        01510000
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        01520000
           05  HS-INVOICE-DATE.                                         01530000
               10  HS-INVOICE-YEAR     PIC 9(4).                        01540000
               10  HS-INVOICE-MONTH    PIC 9(2).                        01550000
               10  HS-INVOICE-DAY      PIC 9(2).                        01560000
           05  HS-INVOICE-NUMBER       PIC 9(6).                        01570000
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  01580000
           05  HS-TRANS-TYPE           PIC X(1).                        01590000
           05  HS-POSTED-DATE          PIC 9(8).                        01600000
           05  FILLER                  PIC X(41).                       01610000
                                                                        01620000
       WORKING-STORAGE SECTION.                                         01630000
                                                                        01640000
      *------------------------------------------------------------*    01650000
      *                        WORKING FIELDS                      *    01660000
      *============================================================*    01670000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01680000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01690000
      *------------------------------------------------------------*    01700000
                                                                        01710000
      **************************************************************    01720000
      * SWITCHES FOR END OF FILE, THE TABLE SEARCHES, AND THE      *    01730000
      * CONTROL BREAKS ON THE SORTED HISTORY                       *    01740000
      **************************************************************    01750000
       01  SWITCHES.                                                    01760000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              01770000
               88  SALESHIST-EOF                VALUE "Y".              01780000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              01790000
               88  CUSTMAST-EOF                 VALUE "Y".              01800000
           05  BRANCHMAST-EOF-SWITCH   PIC X    VALUE "N".              01810000
               88  BRANCHMAST-EOF               VALUE "Y".              01820000
           05  SALESREPMAST-EOF-SWITCH PIC X    VALUE "N".              01830000
               88  SALESREPMAST-EOF             VALUE "Y".              01840000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01850000
               88  SORT-EOF                     VALUE "Y".              01860000
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              01870000
               88  TABLE-OVERFLOW               VALUE "Y".              01880000
           05  YEAR-ERROR-SWITCH       PIC X    VALUE "N".              01890000
               88  YEAR-ERROR                   VALUE "Y".              01900000
           05  FIRST-SORT-RECORD-SWITCH PIC X   VALUE "Y".              01910000
               88  FIRST-SORT-RECORD            VALUE "Y".              01920000
           05  BRANCH-FOUND-SWITCH     PIC X    VALUE "N".              01930000
               88  BRANCH-FOUND                 VALUE "Y".              01940000
           05  SALESREP-FOUND-SWITCH   PIC X    VALUE "N".              01950000
               88  SALESREP-FOUND               VALUE "Y".              01960000
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".              01970000
               88  CUSTOMER-FOUND               VALUE "Y".              01980000
           05  REGION-FOUND-SWITCH     PIC X    VALUE "N".              01990000
               88  REGION-FOUND                 VALUE "Y".              02000000
           05  GROUP-HEADING-SWITCH    PIC X    VALUE "N".              02010000
               88  GROUP-HEADING-ACTIVE         VALUE "Y".              02020000
           05  MATRIX-BLOCK-TYPE       PIC X    VALUE "C".              02030000
               88  CUSTOMER-BLOCK               VALUE "C".              02040000
               88  TOTAL-BLOCK                  VALUE "T".              02050000
                                                                        02060000
      **************************************************************    02070000
      * CONTROL FIELDS FOR THE SALES YEAR, THE GROUP BREAKS, AND   *    02080000
      * THE NAMES OF THE GROUPS BEING PRINTED                      *    02090000
      **************************************************************    02100000
       01  CONTROL-FIELDS.                                              02110000
           05  REPORT-YEAR             PIC 9(4)  VALUE ZERO.            02120000
           05  PRIOR-YEAR              PIC 9(4)  VALUE ZERO.            02130000
           05  OLD-BRANCH-NUMBER       PIC 9(2)  VALUE ZERO.            02140000
           05  OLD-SALESREP-NUMBER     PIC 9(2)  VALUE ZERO.            02150000
           05  OLD-CUSTOMER-NUMBER     PIC 9(5)  VALUE ZERO.            02160000
           05  CURRENT-BRANCH-NAME     PIC X(20) VALUE SPACE.           02170000
           05  CURRENT-REGION-CODE     PIC 9(1)  VALUE ZERO.            02180000
           05  CURRENT-REGION-NAME     PIC X(20) VALUE SPACE.           02190000
           05  CURRENT-SALESREP-NAME   PIC X(20) VALUE SPACE.           02200000
           05  CURRENT-CUSTOMER-NAME   PIC X(20) VALUE SPACE.           02210000
           05  MONTH-SUB               PIC S9(3) COMP  VALUE ZERO.      02220000
           05  CUSTOMER-SUB            PIC S9(5) COMP  VALUE ZERO.      02230000
                                                                        02240000
      **************************************************************    02250000
      * IN-MEMORY COPIES OF BRANCHMAST, SALESREPMAST AND CUSTMAST, *    02260000
      * LOADED AT STARTUP SO EVERY GROUP'S NAME IS AT HAND WHEN    *    02270000
      * ITS FIRST HISTORY RECORD COMES BACK FROM THE SORT. THE     *    02280000
      * CUSTOMER TABLE HOLDS 5000 CUSTOMERS - ABORT RATHER THAN    *    02290000
      * OVERRUN IT                                                 *    02300000
      **************************************************************    02310000
       01  BRANCH-TABLE.                                                02320000
           05  BRANCH-TABLE-COUNT      PIC S9(3)  VALUE ZERO.           02330000
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES                       02340000
                   INDEXED BY BT-INDEX.                                 02350000
               10  BT-BRANCH-NUMBER    PIC 9(2).                        02360000
               10  BT-BRANCH-NAME      PIC X(20).                       02370000
               10  BT-REGION-CODE      PIC 9(1).                        02380000
               10  BT-REGION-NAME      PIC X(20).                       02390000
                                                                        02400000
       01  SALESREP-TABLE.                                              02410000
           05  SALESREP-TABLE-COUNT    PIC S9(3)  VALUE ZERO.           02420000
           05  SALESREP-TABLE-ENTRY OCCURS 500 TIMES                    02430000
                   INDEXED BY ST-INDEX.                                 02440000
               10  ST-BRANCH-NUMBER    PIC 9(2).                        02450000
               10  ST-SALESREP-NUMBER  PIC 9(2).                        02460000
               10  ST-SALESREP-NAME    PIC X(20).                       02470000
                                                                        02480000
       01  CUSTOMER-TABLE.                                              02490000
           05  CUSTOMER-TABLE-COUNT    PIC S9(5)  VALUE ZERO.           02500000
           05  CUSTOMER-TABLE-ENTRY OCCURS 5000 TIMES.                  02510000
               10  CU-BRANCH-NUMBER    PIC 9(2).                        02520000
               10  CU-SALESREP-NUMBER  PIC 9(2).                        02530000
               10  CU-CUSTOMER-NUMBER  PIC 9(5).                        02540000
               10  CU-CUSTOMER-NAME    PIC X(20).                       02550000
                                                                        02560000
      **************************************************************    02570000
      * TWELVE MONTHS OF NET SALES FOR THE SALES YEAR AND THE YEAR *    02580000
      * BEFORE, ONE SET PER LEVEL OF THE REPORT. EVERY SET HAS THE *    02590000
      * SAME SHAPE SO ANY OF THEM CAN BE MOVED INTO THE MATRIX SET *    02600000
      * THAT 500-PRINT-MATRIX-BLOCK PRINTS FROM                    *    02610000
      **************************************************************    02620000
       01  CUSTOMER-MONTH-TOTALS.                                       02630000
           05  CUSTOMER-MONTH OCCURS 12 TIMES.                          02640000
               10  CUM-THIS-YEAR       PIC S9(7)V99.                    02650000
               10  CUM-LAST-YEAR       PIC S9(7)V99.                    02660000
                                                                        02670000
       01  SALESREP-MONTH-TOTALS.                                       02680000
           05  SALESREP-MONTH OCCURS 12 TIMES.                          02690000
               10  SRM-THIS-YEAR       PIC S9(7)V99.                    02700000
               10  SRM-LAST-YEAR       PIC S9(7)V99.                    02710000
                                                                        02720000
       01  BRANCH-MONTH-TOTALS.                                         02730000
           05  BRANCH-MONTH OCCURS 12 TIMES.                            02740000
               10  BRM-THIS-YEAR       PIC S9(7)V99.                    02750000
               10  BRM-LAST-YEAR       PIC S9(7)V99.                    02760000
                                                                        02770000
       01  GRAND-MONTH-TOTALS.                                          02780000
           05  GRAND-MONTH OCCURS 12 TIMES.                             02790000
               10  GRM-THIS-YEAR       PIC S9(7)V99.                    02800000
               10  GRM-LAST-YEAR       PIC S9(7)V99.                    02810000
                                                                        02820000
       01  MATRIX-MONTH-TOTALS.                                         02830000
           05  MATRIX-MONTH OCCURS 12 TIMES.                            02840000
               10  MXM-THIS-YEAR       PIC S9(7)V99.                    02850000
               10  MXM-LAST-YEAR       PIC S9(7)V99.                    02860000
                                                                        02870000
      **************************************************************    02880000
      * HOLDS ONE SET OF MONTHS PER REGION CODE (0-9), FED FROM    *    02890000
      * EVERY BRANCH AS IT CLOSES REGARDLESS OF WHAT ORDER THE     *    02900000
      * BRANCHES FOR THE SAME REGION ARRIVE IN, AND PRINTED ONCE   *    02910000
      * AT THE END OF THE RUN - THE SAME WAY RPT5000 DOES IT       *    02920000
      **************************************************************    02930000
       01  REGION-TABLE.                                                02940000
           05  REGION-TABLE-COUNT      PIC S9(2)  VALUE ZERO.           02950000
           05  REGION-TABLE-ENTRY OCCURS 10 TIMES                       02960000
                   INDEXED BY RGT-INDEX.                                02970000
               10  RGT-REGION-CODE     PIC 9(1).                        02980000
               10  RGT-REGION-NAME     PIC X(20).                       02990000
               10  RGT-MONTH-TOTALS.                                    03000000
                   15  RGT-MONTH OCCURS 12 TIMES.                       03010000
                       20  RGM-THIS-YEAR   PIC S9(7)V99.                03020000
                       20  RGM-LAST-YEAR   PIC S9(7)V99.                03030000
                                                                        03040000
      **************************************************************    03050000
      * YEAR TOTALS AND CHANGE PERCENTS WORKED OUT FOR THE BLOCK   *    03060000
      * BEING PRINTED, AND THE CONTROL TOTALS TAKEN STRAIGHT OFF   *    03070000
      * SALESHIST AS IT IS READ - THE FIGURES THE GRAND TOTALS     *    03080000
      * MUST TIE TO                                                *    03090000
      **************************************************************    03100000
       01  TOTAL-FIELDS.                                                03110000
           05  MATRIX-THIS-YEAR-TOTAL  PIC S9(9)V99   VALUE ZERO.       03120000
           05  MATRIX-LAST-YEAR-TOTAL  PIC S9(9)V99   VALUE ZERO.       03130000
           05  CHANGE-AMOUNT           PIC S9(9)V99   VALUE ZERO.       03140000
           05  GRAND-THIS-YEAR-TOTAL   PIC S9(9)V99   VALUE ZERO.       03150000
           05  GRAND-LAST-YEAR-TOTAL   PIC S9(9)V99   VALUE ZERO.       03160000
           05  MATRIX-RECORD-COUNT     PIC S9(7)      VALUE ZERO.       03170000
           05  SELECTED-RECORD-COUNT   PIC S9(7)      VALUE ZERO.       03180000
           05  SELECTED-THIS-YEAR-NET  PIC S9(9)V99   VALUE ZERO.       03190000
           05  SELECTED-LAST-YEAR-NET  PIC S9(9)V99   VALUE ZERO.       03200000
           05  BAD-DATE-COUNT          PIC S9(7)      VALUE ZERO.       03210000
           05  CUSTOMER-PRINTED-COUNT  PIC S9(5)      VALUE ZERO.       03220000
           05  EXTRACT-RECORD-COUNT    PIC S9(7)      VALUE ZERO.       03230000
           05  EXTRACT-HASH-THIS-YEAR  PIC S9(9)V99   VALUE ZERO.       03240000
           05  EXTRACT-HASH-LAST-YEAR  PIC S9(9)V99   VALUE ZERO.       03250000
                                                                        03260000
      **************************************************************    03270000
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL   *    03280000
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). ANY KEYWORD NOT   *    03290000
      * PRESENT ON THE PARM KEEPS ITS DEFAULT                      *    03300000
      **************************************************************    03310000
       01  RUN-PARM-FIELDS.                                             03320000
           *> THE SALES YEAR AS YYYY - LEFT AT ZERO WHEN THE PARM       03330000
           *> DOES NOT NAME ONE, WHICH REPORTS THE RUN DATE'S YEAR      03340000
           05  PARM-YEAR            PIC 9(4)     VALUE ZERO.            03350000
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            03360000
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            03370000
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       03380000
                   INDEXED BY PK-INDEX.                                 03390000
               10  PK-RAW-PAIR     PIC X(40).                           03400000
               10  PK-KEY          PIC X(20).                           03410000
               10  PK-VALUE        PIC X(20).                           03420000
                                                                        03430000
      **************************************************************    03440000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    03450000
      **************************************************************    03460000
       01  PRINT-FIELDS.                                                03470000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  03480000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   03490000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   03500000
                                                                        03510000
      **************************************************************    03520000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    03530000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    03540000
      **************************************************************    03550000
       01  CURRENT-DATE-AND-TIME.                                       03560000
           05  CD-YEAR         PIC 9999.                                03570000
           05  CD-MONTH        PIC 99.                                  03580000
           05  CD-DAY          PIC 99.                                  03590000
           05  CD-HOURS        PIC 99.                                  03600000
           05  CD-MINUTES      PIC 99.                                  03610000
           05  FILLER          PIC X(9).                                03620000
                                                                        03630000
      *------------------------------------------------------------*    03640000
      *                       OUTPUT FIELDS                        *    03650000
      *============================================================*    03660000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    03670000
      *                      THE OUTPUT FILES                      *    03680000
      *------------------------------------------------------------*    03690000
                                                                        03700000
      **************************************************************    03710000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    03720000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    03730000
      **************************************************************    03740000
       01  HEADING-LINE-1.                                              03750000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             03760000
           05  HL1-MONTH       PIC 9(2).                                03770000
           05  FILLER          PIC X(1)    VALUE "/".                   03780000
           05  HL1-DAY         PIC 9(2).                                03790000
           05  FILLER          PIC X(1)    VALUE "/".                   03800000
           05  HL1-YEAR        PIC 9(4).                                03810000
           05  FILLER          PIC X(13)   VALUE SPACE.                 03820000
           05  HL1-REPORT-TITLE PIC X(40).                              03830000
           05  FILLER          PIC X(12)   VALUE SPACE.                 03840000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            03850000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                03860000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03870000
                                                                        03880000
      **************************************************************    03890000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    03900000
      * HOLDS THE TIME, THE YEARS COMPARED, AND THE PROGRAM ID     *    03910000
      **************************************************************    03920000
       01  HEADING-LINE-2.                                              03930000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             03940000
           05  HL2-HOURS       PIC 9(2).                                03950000
           05  FILLER          PIC X(1)    VALUE ":".                   03960000
           05  HL2-MINUTES     PIC 9(2).                                03970000
           05  FILLER          PIC X(14)   VALUE SPACE.                 03980000
           05  FILLER          PIC X(12)   VALUE "SALES YEAR: ".        03990000
           05  HL2-REPORT-YEAR PIC 9(4).                                04000000
           05  FILLER          PIC X(15)   VALUE "  COMPARED TO: ".     04010000
           05  HL2-PRIOR-YEAR  PIC 9(4).                                04020000
           05  FILLER          PIC X(19)   VALUE SPACE.                 04030000
           05  FILLER          PIC X(10)   VALUE "SMX5000".             04040000
           05  FILLER          PIC X(40)   VALUE SPACE.                 04050000
                                                                        04060000
      **************************************************************    04070000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    04080000
      **************************************************************    04090000
       01  HEADING-LINE-3.                                              04100000
           05 FILLER               PIC X(130)   VALUE SPACE.            04110000
                                                                        04120000
      **************************************************************    04130000
      * STORES THE COLUMN HEADINGS - TWELVE MONTHS AND THE YEAR,   *    04140000
      * IN WHOLE DOLLARS                                           *    04150000
      **************************************************************    04160000
       01  HEADING-LINE-4.                                              04170000
           05  FILLER      PIC X(26)   VALUE "CUST  CUSTOMER NAME".     04180000
           05  FILLER      PIC X(48)   VALUE                            04190000
               "     JAN     FEB     MAR     APR     MAY     JUN".      04200000
           05  FILLER      PIC X(48)   VALUE                            04210000
               "     JUL     AUG     SEP     OCT     NOV     DEC".      04220000
           05  FILLER      PIC X(8)    VALUE "    YEAR".                04230000
                                                                        04240000
       01  HEADING-LINE-5.                                              04250000
           05  FILLER      PIC X(130)  VALUE SPACES.                    04260000
                                                                        04270000
      **************************************************************    04280000
      * STORES THE LINE THAT OPENS EACH SALESREP'S GROUP - WHICH   *    04290000
      * BRANCH, SALESREP AND REGION THE CUSTOMERS BELOW BELONG TO. *    04300000
      * REPEATED AT THE TOP OF EVERY PAGE OF THE GROUP             *    04310000
      **************************************************************    04320000
       01  GROUP-HEADING-LINE.                                          04330000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        04340000
           05  GHL-BRANCH-NUMBER   PIC 9(2).                            04350000
           05  FILLER              PIC X(1)     VALUE SPACE.            04360000
           05  GHL-BRANCH-NAME     PIC X(20).                           04370000
           05  FILLER              PIC X(11)    VALUE "  SALESREP ".    04380000
           05  GHL-SALESREP-NUMBER PIC 9(2).                            04390000
           05  FILLER              PIC X(1)     VALUE SPACE.            04400000
           05  GHL-SALESREP-NAME   PIC X(20).                           04410000
           05  FILLER              PIC X(9)     VALUE "  REGION ".      04420000
           05  GHL-REGION-CODE     PIC 9(1).                            04430000
           05  FILLER              PIC X(1)     VALUE SPACE.            04440000
           05  GHL-REGION-NAME     PIC X(20).                           04450000
           05  FILLER              PIC X(35)    VALUE SPACE.            04460000
                                                                        04470000
      **************************************************************    04480000
      * THE LABELS PRINTED AT THE LEFT OF A MATRIX BLOCK - THE     *    04490000
      * CUSTOMER, OR THE SALESREP, BRANCH, REGION OR GRAND TOTAL   *    04500000
      * THE BLOCK ADDS UP, THEN THE COMPARISON LINES BENEATH IT    *    04510000
      **************************************************************    04520000
       01  CUSTOMER-LABEL.                                              04530000
           05  CBL-CUSTOMER-NUMBER PIC 9(5).                            04540000
           05  FILLER              PIC X(1)     VALUE SPACE.            04550000
           05  CBL-CUSTOMER-NAME   PIC X(20).                           04560000
                                                                        04570000
       01  TOTAL-LABEL.                                                 04580000
           05  TBL-GROUP-TEXT      PIC X(3).                            04590000
           05  TBL-GROUP-NUMBER    PIC X(2).                            04600000
           05  FILLER              PIC X(1)     VALUE SPACE.            04610000
           05  TBL-GROUP-NAME      PIC X(20).                           04620000
                                                                        04630000
       01  LAST-YEAR-LABEL.                                             04640000
           05  FILLER              PIC X(6)     VALUE SPACE.            04650000
           05  FILLER              PIC X(11)    VALUE "SAME MONTH ".    04660000
           05  LYL-PRIOR-YEAR      PIC 9(4).                            04670000
           05  FILLER              PIC X(5)     VALUE SPACE.            04680000
                                                                        04690000
       01  PERCENT-LABEL.                                               04700000
           05  FILLER              PIC X(6)     VALUE SPACE.            04710000
           05  FILLER              PIC X(20)    VALUE "CHANGE %".       04720000
                                                                        04730000
      **************************************************************    04740000
      * STORES ONE LINE OF TWELVE MONTHLY AMOUNTS AND THE YEAR     *    04750000
      * TOTAL - USED FOR BOTH THE SALES YEAR AND LAST YEAR. AN     *    04760000
      * EMPTY MONTH PRINTS BLANK SO THE BUYING MONTHS STAND OUT    *    04770000
      **************************************************************    04780000
       01  MATRIX-AMOUNT-LINE.                                          04790000
           05  MAL-LABEL           PIC X(26).                           04800000
           05  MAL-MONTH-AMOUNT    PIC ZZZZZZ9-  BLANK WHEN ZERO        04810000
                                   OCCURS 12 TIMES.                     04820000
           05  MAL-YEAR-TOTAL      PIC ZZZZZZ9-.                        04830000
                                                                        04840000
      **************************************************************    04850000
      * STORES THE LINE OF CHANGE PERCENTS - EACH MONTH AGAINST    *    04860000
      * THE SAME MONTH LAST YEAR. A MONTH WITH NOTHING LAST YEAR   *    04870000
      * SHOWS 999.9 THE SAME WAY RPT5000 DOES, AND A MONTH WITH    *    04880000
      * NOTHING IN EITHER YEAR PRINTS BLANK                        *    04890000
      **************************************************************    04900000
       01  MATRIX-PERCENT-LINE.                                         04910000
           05  MPL-LABEL           PIC X(26).                           04920000
           05  MPL-MONTH-ENTRY OCCURS 12 TIMES.                         04930000
               10  FILLER          PIC X(2).                            04940000
               10  MPL-MONTH-PERCENT PIC ZZ9.9-  BLANK WHEN ZERO.       04950000
           05  FILLER              PIC X(2).                            04960000
           05  MPL-YEAR-PERCENT    PIC ZZ9.9-   BLANK WHEN ZERO.        04970000
                                                                        04980000
      **************************************************************    04990000
      * STORES THE RULE PRINTED ABOVE EVERY TOTAL BLOCK            *    05000000
      **************************************************************    05010000
       01  TOTAL-RULE-LINE.                                             05020000
           05  FILLER      PIC X(26)   VALUE SPACE.                     05030000
           05  FILLER      PIC X(48)   VALUE                            05040000
               " ------- ------- ------- ------- ------- -------".      05050000
           05  FILLER      PIC X(48)   VALUE                            05060000
               " ------- ------- ------- ------- ------- -------".      05070000
           05  FILLER      PIC X(8)    VALUE " -------".                05080000
                                                                        05090000
      **************************************************************    05100000
      * STORES THE TIE-OUT LINES PRINTED UNDER THE GRAND TOTAL -   *    05110000
      * THE HISTORY RECORDS SELECTED BESIDE WHAT THE MATRIX ADDED  *    05120000
      * UP TO, AND THE RESULT OF THE PROOF                         *    05130000
      **************************************************************    05140000
       01  TIE-OUT-LINE.                                                05150000
           05  FILLER              PIC X(2)     VALUE SPACE.            05160000
           05  TOL-DESCRIPTION     PIC X(22).                           05170000
           05  FILLER              PIC X(8)     VALUE "RECORDS ".       05180000
           05  TOL-RECORD-COUNT    PIC Z,ZZZ,ZZ9.                       05190000
           05  FILLER              PIC X(3)     VALUE SPACE.            05200000
           05  TOL-REPORT-YEAR     PIC 9(4).                            05210000
           05  FILLER              PIC X(2)     VALUE ": ".             05220000
           05  TOL-THIS-YEAR-NET   PIC ZZZ,ZZZ,ZZ9.99-.                 05230000
           05  FILLER              PIC X(3)     VALUE SPACE.            05240000
           05  TOL-PRIOR-YEAR      PIC 9(4).                            05250000
           05  FILLER              PIC X(2)     VALUE ": ".             05260000
           05  TOL-LAST-YEAR-NET   PIC ZZZ,ZZZ,ZZ9.99-.                 05270000
           05  FILLER              PIC X(41)    VALUE SPACE.            05280000
                                                                        05290000
       01  TIE-OUT-RESULT-LINE.                                         05300000
           05  FILLER              PIC X(2)     VALUE SPACE.            05310000
           05  TRL-RESULT-TEXT     PIC X(60).                           05320000
           05  FILLER              PIC X(68)    VALUE SPACE.            05330000
                                                                        05340000
       01  BAD-DATE-LINE.                                               05350000
           05  FILLER              PIC X(2)     VALUE SPACE.            05360000
           05  BDL-RECORD-COUNT    PIC Z,ZZZ,ZZ9.                       05370000
           05  FILLER              PIC X(50)    VALUE                   05380000
               " HISTORY RECORD(S) SKIPPED - INVOICE MONTH INVALID".    05390000
           05  FILLER              PIC X(69)    VALUE SPACE.            05400000
                                                                        05410000
      **************************************************************    05420000
      * ONE COMMA-DELIMITED EXTRACT RECORD - THE CUSTOMER, THE     *    05430000
      * YEAR, ITS TWELVE MONTHS AND ITS TOTAL. THE AMOUNTS CARRY   *    05440000
      * NO THOUSANDS SEPARATOR SINCE A COMMA WOULD LOOK LIKE AN    *    05450000
      * EXTRA FIELD TO ANYTHING READING THE EXTRACT                *    05460000
      **************************************************************    05470000
       01  EXTRACT-DETAIL.                                              05480000
           05  EXD-BRANCH-NUMBER   PIC 9(2).                            05490000
           05  FILLER              PIC X(1)     VALUE ",".              05500000
           05  EXD-SALESREP-NUMBER PIC 9(2).                            05510000
           05  FILLER              PIC X(1)     VALUE ",".              05520000
           05  EXD-CUSTOMER-NUMBER PIC 9(5).                            05530000
           05  FILLER              PIC X(1)     VALUE ",".              05540000
           05  EXD-CUSTOMER-NAME   PIC X(20).                           05550000
           05  FILLER              PIC X(1)     VALUE ",".              05560000
           05  EXD-SALES-YEAR      PIC 9(4).                            05570000
           05  EXD-MONTH-ENTRY OCCURS 12 TIMES.                         05580000
               10  EXD-MONTH-COMMA PIC X(1).                            05590000
               10  EXD-MONTH-AMOUNT PIC ZZZZZZ9.99-.                    05600000
           05  FILLER              PIC X(1)     VALUE ",".              05610000
           05  EXD-YEAR-TOTAL      PIC ZZZZZZZZ9.99-.                   05620000
           05  FILLER              PIC X(5)     VALUE SPACE.            05630000
                                                                        05640000
       01  EXTRACT-TRAILER-FIELDS.                                      05650000
           05  EXT-RECORD-COUNT    PIC 9(7).                            05660000
           05  EXT-HASH-THIS-YEAR  PIC ZZZZZZZZ9.99-.                   05670000
           05  EXT-HASH-LAST-YEAR  PIC ZZZZZZZZ9.99-.                   05680000
                                                                        05690000
       LINKAGE SECTION.                                                 05700000
                                                                        05710000
      **************************************************************    05720000
      * RUN PARM PASSED IN FROM THE JCL EXEC STATEMENT'S PARM=     *    05730000
      * CLAUSE. HOLDS COMMA-SEPARATED KEYWORD=VALUE PAIRS, E.G.    *    05740000
      * "YEAR=2025". A RUN WITH NO PARM CODED REPORTS THE YEAR OF  *    05750000
      * THE RUN DATE. PARM-LENGTH IS THE 2-BYTE BINARY HALFWORD    *    05760000
      * MVS PLACES AHEAD OF THE PARM TEXT ITSELF - PARM-DATA MUST  *    05770000
      * NEVER BE SCANNED PAST PARM-LENGTH BYTES                    *    05780000
      **************************************************************    05790000
       01  RUN-PARM-AREA.                                               05800000
           05  PARM-LENGTH         PIC S9(4) COMP.                      05810000
           05  PARM-DATA           PIC X(80).                           05820000
                                                                        05830000
       PROCEDURE DIVISION USING RUN-PARM-AREA.                          05840000
                                                                        05850000
      **************************************************************    05860000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    05870000
      * LOADING THE TABLES, SORTING THE TWO YEARS OF HISTORY, AND  *    05880000
      * PRINTING THE MATRIX, THE REGION TOTALS AND THE TIE-OUT     *    05890000
      **************************************************************    05900000
       000-PRINT-SALES-MATRIX.                                          05910000
                                                                        05920000
           PERFORM 010-PARSE-RUN-PARM.                                  05930000
                                                                        05940000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        05950000
           *> LINES AND SETTLES WHICH YEAR IS BEING REPORTED            05960000
           PERFORM 100-FORMAT-REPORT-HEADING.                           05970000
                                                                        05980000
           OPEN INPUT BRANCHMAST                                        05990000
                      SALESREPMAST                                      06000000
                      CUSTMAST.                                         06010000
                                                                        06020000
           PERFORM 105-LOAD-BRANCH-TABLE.                               06030000
           PERFORM 108-LOAD-SALESREP-TABLE.                             06040000
           PERFORM 115-LOAD-CUSTOMER-TABLE.                             06050000
                                                                        06060000
           CLOSE BRANCHMAST                                             06070000
                 SALESREPMAST                                           06080000
                 CUSTMAST.                                              06090000
                                                                        06100000
           EVALUATE TRUE                                                06110000
               WHEN TABLE-OVERFLOW                                      06120000
                   MOVE 16 TO RETURN-CODE                               06130000
               WHEN YEAR-ERROR                                          06140000
                   DISPLAY "SMX5000 - RUN ABORTED - YEAR PARM NOT "     06150000
                       "A VALID YYYY"                                   06160000
                   MOVE 16 TO RETURN-CODE                               06170000
               WHEN OTHER                                               06180000
                   OPEN OUTPUT SMXRPT                                   06190000
                               SMXEXTR                                  06200000
                   OPEN INPUT SALESHIST                                 06210000
                   SORT SORT-FILE                                       06220000
                       ON ASCENDING KEY HS-BRANCH-NUMBER                06230000
                                        HS-SALESREP-NUMBER              06240000
                                        HS-CUSTOMER-NUMBER              06250000
                       INPUT PROCEDURE IS 200-SELECT-HISTORY            06260000
                       OUTPUT PROCEDURE IS 400-BUILD-SALES-MATRIX       06270000
                   CLOSE SALESHIST                                      06280000
                   PERFORM 300-PRINT-REGION-TOTALS                      06290000
                   PERFORM 310-PRINT-GRAND-TOTALS                       06300000
                   PERFORM 320-PROVE-SELECTED-TOTALS                    06310000
                   PERFORM 330-WRITE-EXTRACT-TRAILER                    06320000
                   CLOSE SMXRPT                                         06330000
                         SMXEXTR                                        06340000
           END-EVALUATE.                                                06350000
                                                                        06360000
           STOP RUN.                                                    06370000
                                                                        06380000
      **************************************************************    06390000
      * BREAKS THE RUN PARM INTO ITS KEYWORD=VALUE SEGMENTS AND    *    06400000
      * APPLIES EACH ONE. A RUN WITH NO PARM LEAVES EVERY FIELD IN *    06410000
      * RUN-PARM-FIELDS AT ITS DEFAULT VALUE                       *    06420000
      **************************************************************    06430000
       010-PARSE-RUN-PARM.                                              06440000
                                                                        06450000
           IF PARM-LENGTH > ZERO                                        06460000
               MOVE 1 TO PARM-POINTER                                   06470000
               PERFORM 011-EXTRACT-PARM-SEGMENT                         06480000
                   UNTIL PARM-POINTER > PARM-LENGTH                     06490000
                      OR PARM-KEYWORD-COUNT >= 10                       06500000
               PERFORM 012-APPLY-PARM-KEYWORDS                          06510000
                   VARYING PK-INDEX FROM 1 BY 1                         06520000
                   UNTIL PK-INDEX > PARM-KEYWORD-COUNT                  06530000
           END-IF.                                                      06540000
                                                                        06550000
      **************************************************************    06560000
      * PEELS ONE "KEYWORD=VALUE" SEGMENT OFF THE RUN PARM AND     *    06570000
      * STORES IT AS THE NEXT PARM-KEYWORD-ENTRY                   *    06580000
      **************************************************************    06590000
       011-EXTRACT-PARM-SEGMENT.                                        06600000
                                                                        06610000
           ADD 1 TO PARM-KEYWORD-COUNT.                                 06620000
           SET PK-INDEX TO PARM-KEYWORD-COUNT.                          06630000
           MOVE SPACES TO PK-RAW-PAIR(PK-INDEX).                        06640000
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ","           06650000
               INTO PK-RAW-PAIR(PK-INDEX)                               06660000
               WITH POINTER PARM-POINTER                                06670000
           END-UNSTRING.                                                06680000
           PERFORM 013-SPLIT-PARM-PAIR.                                 06690000
                                                                        06700000
      **************************************************************    06710000
      * SPLITS A "KEYWORD=VALUE" SEGMENT INTO ITS KEY AND VALUE    *    06720000
      **************************************************************    06730000
       013-SPLIT-PARM-PAIR.                                             06740000
                                                                        06750000
           MOVE SPACES TO PK-KEY(PK-INDEX).                             06760000
           MOVE SPACES TO PK-VALUE(PK-INDEX).                           06770000
           UNSTRING PK-RAW-PAIR(PK-INDEX) DELIMITED BY "="              06780000
               INTO PK-KEY(PK-INDEX) PK-VALUE(PK-INDEX)                 06790000
           END-UNSTRING.                                                06800000
                                                                        06810000
      **************************************************************    06820000
      * APPLIES ONE RECOGNIZED PARM KEYWORD TO ITS RUN-PARM-FIELDS *    06830000
      * ITEM. UNRECOGNIZED KEYWORDS ARE IGNORED. A YEAR THAT IS    *    06840000
      * NOT FOUR DIGITS STOPS THE RUN RATHER THAN REPORT A YEAR    *    06850000
      * NOBODY ASKED FOR                                           *    06860000
      **************************************************************    06870000
       012-APPLY-PARM-KEYWORDS.                                         06880000
                                                                        06890000
           EVALUATE PK-KEY(PK-INDEX)                                    06900000
               WHEN "YEAR"                                              06910000
                   IF PK-VALUE(PK-INDEX)(1:4) IS NUMERIC                06920000
                      AND PK-VALUE(PK-INDEX)(5:16) = SPACES             06930000
                       MOVE PK-VALUE(PK-INDEX)(1:4) TO PARM-YEAR        06940000
                   ELSE                                                 06950000
                       MOVE "Y" TO YEAR-ERROR-SWITCH                    06960000
                   END-IF                                               06970000
               WHEN OTHER                                               06980000
                   CONTINUE                                             06990000
           END-EVALUATE.                                                07000000
                                                                        07010000
      **************************************************************    07020000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    07030000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND SETTLES  *    07040000
      * THE SALES YEAR - THE PARM'S YEAR IF ONE WAS GIVEN,         *    07050000
      * OTHERWISE THE YEAR OF THE RUN DATE                         *    07060000
      **************************************************************    07070000
       100-FORMAT-REPORT-HEADING.                                       07080000
                                                                        07090000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         07100000
                                                                        07110000
           MOVE CD-MONTH   TO HL1-MONTH.                                07120000
           MOVE CD-DAY     TO HL1-DAY.                                  07130000
           MOVE CD-YEAR    TO HL1-YEAR.                                 07140000
           MOVE CD-HOURS   TO HL2-HOURS.                                07150000
           MOVE CD-MINUTES TO HL2-MINUTES.                              07160000
                                                                        07170000
           IF PARM-YEAR = ZERO                                          07180000
               MOVE CD-YEAR TO REPORT-YEAR                              07190000
           ELSE                                                         07200000
               MOVE PARM-YEAR TO REPORT-YEAR                            07210000
           END-IF.                                                      07220000
                                                                        07230000
           IF REPORT-YEAR < 1901                                        07240000
               MOVE "Y" TO YEAR-ERROR-SWITCH                            07250000
           ELSE                                                         07260000
               COMPUTE PRIOR-YEAR = REPORT-YEAR - 1                     07270000
           END-IF.                                                      07280000
                                                                        07290000
           MOVE REPORT-YEAR TO HL2-REPORT-YEAR.                         07300000
           MOVE PRIOR-YEAR  TO HL2-PRIOR-YEAR.                          07310000
           MOVE PRIOR-YEAR  TO LYL-PRIOR-YEAR.                          07320000
           MOVE "MONTHLY SALES MATRIX BY CUSTOMER" TO HL1-REPORT-TITLE. 07330000
                                                                        07340000
      **************************************************************    07350000
      * READS EVERY RECORD ON BRANCHMAST INTO THE BRANCH-TABLE SO  *    07360000
      * THE BRANCH NAME AND REGION ARE AVAILABLE WHEN WE NEED THEM *    07370000
      **************************************************************    07380000
       105-LOAD-BRANCH-TABLE.                                           07390000
                                                                        07400000
           PERFORM 106-READ-BRANCH-RECORD.                              07410000
           PERFORM 107-STORE-BRANCH-TABLE-ENTRY UNTIL BRANCHMAST-EOF.   07420000
                                                                        07430000
      **************************************************************    07440000
      * READS A LINE OF THE BRANCH REFERENCE FILE AND IF ITS THE   *    07450000
      * LAST ONE UPDATES THE BRANCHMAST-EOF-SWITCH                 *    07460000
      **************************************************************    07470000
       106-READ-BRANCH-RECORD.                                          07480000
                                                                        07490000
           READ BRANCHMAST                                              07500000
               AT END                                                   07510000
                   MOVE "Y" TO BRANCHMAST-EOF-SWITCH.                   07520000
                                                                        07530000
      **************************************************************    07540000
      * ADDS THE BRANCH WE JUST READ TO THE BRANCH-TABLE THEN READS *   07550000
      * THE NEXT ONE                                               *    07560000
      **************************************************************    07570000
       107-STORE-BRANCH-TABLE-ENTRY.                                    07580000
                                                                        07590000
           *> BRANCH-TABLE ONLY HOLDS 50 ENTRIES - ABORT RATHER THAN    07600000
           *> OVERRUN IT IF BRANCHMAST EVER GROWS PAST THAT             07610000
           IF BRANCH-TABLE-COUNT >= 50                                  07620000
               DISPLAY "SMX5000 - RUN ABORTED - BRANCH-TABLE FULL"      07630000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        07640000
               MOVE "Y" TO BRANCHMAST-EOF-SWITCH                        07650000
           ELSE                                                         07660000
               ADD 1 TO BRANCH-TABLE-COUNT                              07670000
               SET BT-INDEX TO BRANCH-TABLE-COUNT                       07680000
               MOVE BM-BRANCH-NUMBER TO BT-BRANCH-NUMBER(BT-INDEX)      07690000
               MOVE BM-BRANCH-NAME   TO BT-BRANCH-NAME(BT-INDEX)        07700000
               MOVE BM-REGION-CODE   TO BT-REGION-CODE(BT-INDEX)        07710000
               MOVE BM-REGION-NAME   TO BT-REGION-NAME(BT-INDEX)        07720000
               PERFORM 106-READ-BRANCH-RECORD                           07730000
           END-IF.                                                      07740000
                                                                        07750000
      **************************************************************    07760000
      * READS EVERY RECORD ON SALESREPMAST INTO THE SALESREP-TABLE *    07770000
      * SO THE SALESREP NAME IS AVAILABLE WHEN WE NEED IT          *    07780000
      **************************************************************    07790000
       108-LOAD-SALESREP-TABLE.                                         07800000
                                                                        07810000
           PERFORM 109-READ-SALESREP-RECORD.                            07820000
           PERFORM 110-STORE-SALESREP-TABLE-ENTRY                       07830000
               UNTIL SALESREPMAST-EOF.                                  07840000
                                                                        07850000
      **************************************************************    07860000
      * READS A LINE OF THE SALESREP REFERENCE FILE AND IF ITS THE *    07870000
      * LAST ONE UPDATES THE SALESREPMAST-EOF-SWITCH               *    07880000
      **************************************************************    07890000
       109-READ-SALESREP-RECORD.                                        07900000
                                                                        07910000
           READ SALESREPMAST                                            07920000
               AT END                                                   07930000
                   MOVE "Y" TO SALESREPMAST-EOF-SWITCH.                 07940000
                                                                        07950000
      **************************************************************    07960000
      * ADDS THE SALESREP WE JUST READ TO THE SALESREP-TABLE THEN  *    07970000
      * READS THE NEXT ONE                                         *    07980000
      **************************************************************    07990000
       110-STORE-SALESREP-TABLE-ENTRY.                                  08000000
                                                                        08010000
           *> SALESREP-TABLE ONLY HOLDS 500 ENTRIES - ABORT RATHER      08020000
           *> THAN OVERRUN IT IF SALESREPMAST EVER GROWS PAST THAT      08030000
           IF SALESREP-TABLE-COUNT >= 500                               08040000
               DISPLAY "SMX5000 - RUN ABORTED - SALESREP-TABLE FULL"    08050000
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        08060000
               MOVE "Y" TO SALESREPMAST-EOF-SWITCH                      08070000
           ELSE                                                         08080000
               ADD 1 TO SALESREP-TABLE-COUNT                            08090000
               SET ST-INDEX TO SALESREP-TABLE-COUNT                     08100000
               MOVE SM-BRANCH-NUMBER   TO ST-BRANCH-NUMBER(ST-INDEX)    08110000
               MOVE SM-SALESREP-NUMBER TO ST-SALESREP-NUMBER(ST-INDEX)  08120000
               MOVE SM-SALESREP-NAME   TO ST-SALESREP-NAME(ST-INDEX)    08130000
               PERFORM 109-READ-SALESREP-RECORD                         08140000
           END-IF.                                                      08150000
                                                                        08160000
      **************************************************************    08170000
      * READS EVERY CUSTOMER RECORD ON CUSTMAST INTO THE CUSTOMER  *    08180000
      * TABLE. THE CONTROL TRAILER CARRIED AS THE LAST RECORD IS   *    08190000
      * NOT A CUSTOMER AND IS SKIPPED                              *    08200000
      **************************************************************    08210000
       115-LOAD-CUSTOMER-TABLE.                                         08220000
                                                                        08230000
           PERFORM 116-READ-CUSTOMER-RECORD.                            08240000
           PERFORM 117-STORE-CUSTOMER-TABLE-ENTRY                       08250000
               UNTIL CUSTMAST-EOF.                                      08260000
                                                                        08270000
      **************************************************************    08280000
      * READS A LINE OF THE CUSTOMER MASTER AND IF ITS THE LAST    *    08290000
      * ONE UPDATES THE CUSTMAST-EOF-SWITCH                        *    08300000
      **************************************************************    08310000
       116-READ-CUSTOMER-RECORD.                                        08320000
                                                                        08330000
           READ CUSTMAST                                                08340000
               AT END                                                   08350000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     08360000
                                                                        08370000
      **************************************************************    08380000
      * ADDS THE CUSTOMER WE JUST READ TO THE CUSTOMER-TABLE THEN  *    08390000
      * READS THE NEXT ONE. THE CONTROL TRAILER IS SKIPPED         *    08400000
      **************************************************************    08410000
       117-STORE-CUSTOMER-TABLE-ENTRY.                                  08420000
                                                                        08430000
           EVALUATE TRUE                                                08440000
               WHEN CUSTOMER-MASTER-RECORD(1:9) = "999999999"           08450000
                AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"           08460000
                   PERFORM 116-READ-CUSTOMER-RECORD                     08470000
               WHEN CUSTOMER-TABLE-COUNT >= 5000                        08480000
                   DISPLAY "SMX5000 - RUN ABORTED - CUSTOMER-TABLE "    08490000
                       "FULL"                                           08500000
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH                    08510000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      08520000
               WHEN OTHER                                               08530000
                   ADD 1 TO CUSTOMER-TABLE-COUNT                        08540000
                   MOVE CUSTOMER-TABLE-COUNT TO CUSTOMER-SUB            08550000
                   MOVE CM-BRANCH-NUMBER                                08560000
                       TO CU-BRANCH-NUMBER(CUSTOMER-SUB)                08570000
                   MOVE CM-SALESREP-NUMBER                              08580000
                       TO CU-SALESREP-NUMBER(CUSTOMER-SUB)              08590000
                   MOVE CM-CUSTOMER-NUMBER                              08600000
                       TO CU-CUSTOMER-NUMBER(CUSTOMER-SUB)              08610000
                   MOVE CM-CUSTOMER-NAME                                08620000
                       TO CU-CUSTOMER-NAME(CUSTOMER-SUB)                08630000
                   PERFORM 116-READ-CUSTOMER-RECORD                     08640000
           END-EVALUATE.                                                08650000
                                                                        08660000
      **************************************************************    08670000
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE HISTORY     *    08680000
      * FILE AND RELEASES THE RECORDS INVOICED IN THE SALES YEAR   *    08690000
      * OR THE YEAR BEFORE                                         *    08700000
      **************************************************************    08710000
       200-SELECT-HISTORY.                                              08720000
                                                                        08730000
           PERFORM 210-READ-HISTORY-RECORD.                             08740000
           PERFORM 215-SELECT-ONE-RECORD UNTIL SALESHIST-EOF.           08750000
                                                                        08760000
      **************************************************************    08770000
      * READS A LINE OF THE HISTORY FILE AND IF ITS THE LAST ONE   *    08780000
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    08790000
      **************************************************************    08800000
       210-READ-HISTORY-RECORD.                                         08810000
                                                                        08820000
           READ SALESHIST                                               08830000
               AT END                                                   08840000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH.                    08850000
                                                                        08860000
      **************************************************************    08870000
      * RELEASES THE RECORD JUST READ IF IT WAS INVOICED IN EITHER *    08880000
      * YEAR OF THE MATRIX, THEN READS THE NEXT ONE. A RECORD WITH *    08890000
      * AN INVOICE MONTH OUTSIDE 01-12 HAS NO COLUMN TO GO IN AND  *    08900000
      * IS COUNTED AND SKIPPED RATHER THAN RELEASED                *    08910000
      **************************************************************    08920000
       215-SELECT-ONE-RECORD.                                           08930000
                                                                        08940000
           IF SH-INVOICE-YEAR = REPORT-YEAR                             08950000
              OR SH-INVOICE-YEAR = PRIOR-YEAR                           08960000
               IF SH-INVOICE-MONTH < 1 OR SH-INVOICE-MONTH > 12         08970000
                   ADD 1 TO BAD-DATE-COUNT                              08980000
               ELSE                                                     08990000
                   RELEASE SORT-RECORD FROM SALES-HISTORY-RECORD        09000000
                   PERFORM 220-COUNT-SELECTED-RECORD                    09010000
               END-IF                                                   09020000
           END-IF.                                                      09030000
                                                                        09040000
           PERFORM 210-READ-HISTORY-RECORD.                             09050000
                                                                        09060000
      **************************************************************    09070000
      * ROLLS ONE RELEASED HISTORY RECORD INTO THE SELECTION       *    09080000
      * CONTROL TOTALS, BEFORE THE SORT TOUCHES IT, SO THE GRAND   *    09090000
      * TOTALS HAVE SOMETHING INDEPENDENT TO PROVE THEMSELVES      *    09100000
      * AGAINST                                                    *    09110000
      **************************************************************    09120000
       220-COUNT-SELECTED-RECORD.                                       09130000
                                                                        09140000
           ADD 1 TO SELECTED-RECORD-COUNT.                              09150000
           IF SH-INVOICE-YEAR = REPORT-YEAR                             09160000
               ADD SH-SALE-AMOUNT TO SELECTED-THIS-YEAR-NET             09170000
           ELSE                                                         09180000
               ADD SH-SALE-AMOUNT TO SELECTED-LAST-YEAR-NET             09190000
           END-IF.                                                      09200000
                                                                        09210000
      **************************************************************    09220000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    09230000
      * CURRENT PAGE                                               *    09240000
      **************************************************************    09250000
       225-WRITE-REPORT-LINE.                                           09260000
           WRITE SMXRPT-PRINT-AREA.                                     09270000
           ADD 1 TO LINE-COUNT.                                         09280000
                                                                        09290000
      **************************************************************    09300000
      * PRINTS THE REPORT HEADER LINES, RAN ONCE FOR EVERY PAGE.   *    09310000
      * WHILE A SALESREP'S CUSTOMERS ARE PRINTING THEIR GROUP LINE *    09320000
      * IS REPEATED UNDER THE COLUMN HEADINGS                      *    09330000
      **************************************************************    09340000
       230-PRINT-HEADING-LINES.                                         09350000
                                                                        09360000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             09370000
           *> SO WE INCREASE THE PAGE COUNT HERE                        09380000
           ADD 1 TO PAGE-COUNT.                                         09390000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      09400000
                                                                        09410000
           MOVE HEADING-LINE-1 TO SMXRPT-PRINT-AREA.                    09420000
           WRITE SMXRPT-PRINT-AREA.                                     09430000
           MOVE HEADING-LINE-2 TO SMXRPT-PRINT-AREA.                    09440000
           WRITE SMXRPT-PRINT-AREA.                                     09450000
           MOVE HEADING-LINE-3 TO SMXRPT-PRINT-AREA.                    09460000
           WRITE SMXRPT-PRINT-AREA.                                     09470000
           MOVE HEADING-LINE-4 TO SMXRPT-PRINT-AREA.                    09480000
           WRITE SMXRPT-PRINT-AREA.                                     09490000
           MOVE HEADING-LINE-5 TO SMXRPT-PRINT-AREA.                    09500000
           WRITE SMXRPT-PRINT-AREA.                                     09510000
                                                                        09520000
           IF GROUP-HEADING-ACTIVE                                      09530000
               MOVE GROUP-HEADING-LINE TO SMXRPT-PRINT-AREA             09540000
               WRITE SMXRPT-PRINT-AREA                                  09550000
               MOVE HEADING-LINE-3 TO SMXRPT-PRINT-AREA                 09560000
               WRITE SMXRPT-PRINT-AREA                                  09570000
           END-IF.                                                      09580000
                                                                        09590000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    09600000
           *> OF A NEW PAGE                                             09610000
           MOVE ZERO TO LINE-COUNT.                                     09620000
                                                                        09630000
      **************************************************************    09640000
      * PRINTS THE GROUP LINE THAT OPENS A SALESREP'S CUSTOMERS.   *    09650000
      * NEAR THE FOOT OF A PAGE THE GROUP STARTS ON A FRESH PAGE,  *    09660000
      * WHOSE HEADINGS CARRY THE GROUP LINE ANYWAY                 *    09670000
      **************************************************************    09680000
       235-PRINT-GROUP-HEADING.                                         09690000
                                                                        09700000
           MOVE "Y" TO GROUP-HEADING-SWITCH.                            09710000
                                                                        09720000
           IF LINE-COUNT >= LINES-ON-PAGE - 6                           09730000
               PERFORM 230-PRINT-HEADING-LINES                          09740000
           ELSE                                                         09750000
               MOVE GROUP-HEADING-LINE TO SMXRPT-PRINT-AREA             09760000
               PERFORM 225-WRITE-REPORT-LINE                            09770000
               MOVE HEADING-LINE-3 TO SMXRPT-PRINT-AREA                 09780000
               PERFORM 225-WRITE-REPORT-LINE                            09790000
           END-IF.                                                      09800000
                                                                        09810000
      **************************************************************    09820000
      * PRINTS ONE BLOCK PER REGION ON A FRESH PAGE ONCE EVERY     *    09830000
      * BRANCH HAS BEEN ROLLED INTO THE REGION-TABLE               *    09840000
      **************************************************************    09850000
       300-PRINT-REGION-TOTALS.                                         09860000
                                                                        09870000
           MOVE "N" TO GROUP-HEADING-SWITCH.                            09880000
           MOVE "MONTHLY SALES MATRIX - REGION TOTALS"                  09890000
               TO HL1-REPORT-TITLE.                                     09900000
           PERFORM 230-PRINT-HEADING-LINES.                             09910000
                                                                        09920000
           PERFORM 305-PRINT-ONE-REGION                                 09930000
               VARYING RGT-INDEX FROM 1 BY 1                            09940000
               UNTIL RGT-INDEX > REGION-TABLE-COUNT.                    09950000
                                                                        09960000
      **************************************************************    09970000
      * PRINTS THE BLOCK FOR ONE REGION-TABLE ENTRY                *    09980000
      **************************************************************    09990000
       305-PRINT-ONE-REGION.                                            10000000
                                                                        10010000
           MOVE "RG "                    TO TBL-GROUP-TEXT.             10020000
           MOVE RGT-REGION-CODE(RGT-INDEX) TO TBL-GROUP-NUMBER.         10030000
           MOVE RGT-REGION-NAME(RGT-INDEX) TO TBL-GROUP-NAME.           10040000
           MOVE TOTAL-LABEL              TO MAL-LABEL.                  10050000
           MOVE RGT-MONTH-TOTALS(RGT-INDEX) TO MATRIX-MONTH-TOTALS.     10060000
           MOVE "T" TO MATRIX-BLOCK-TYPE.                               10070000
           PERFORM 500-PRINT-MATRIX-BLOCK.                              10080000
                                                                        10090000
      **************************************************************    10100000
      * PRINTS THE COMPANY GRAND TOTAL BLOCK AND KEEPS ITS YEAR    *    10110000
      * TOTALS FOR THE PROOF                                       *    10120000
      **************************************************************    10130000
       310-PRINT-GRAND-TOTALS.                                          10140000
                                                                        10150000
           MOVE SPACES        TO TOTAL-LABEL.                           10160000
           MOVE "GRAND TOTAL" TO TBL-GROUP-NAME.                        10170000
           MOVE TOTAL-LABEL   TO MAL-LABEL.                             10180000
           MOVE GRAND-MONTH-TOTALS TO MATRIX-MONTH-TOTALS.              10190000
           MOVE "T" TO MATRIX-BLOCK-TYPE.                               10200000
           PERFORM 500-PRINT-MATRIX-BLOCK.                              10210000
                                                                        10220000
           MOVE MATRIX-THIS-YEAR-TOTAL TO GRAND-THIS-YEAR-TOTAL.        10230000
           MOVE MATRIX-LAST-YEAR-TOTAL TO GRAND-LAST-YEAR-TOTAL.        10240000
                                                                        10250000
      **************************************************************    10260000
      * PROVES THE GRAND TOTALS AGAINST THE HISTORY RECORDS        *    10270000
      * SELECTED AS THE FILE WAS READ. A MATRIX THAT DOES NOT TIE  *    10280000
      * ENDS THE RUN RC=16 SO NOBODY PLANS FROM IT. SKIPPED        *    10290000
      * RECORDS, OR NO HISTORY AT ALL FOR THE TWO YEARS, END THE   *    10300000
      * RUN RC=4                                                   *    10310000
      **************************************************************    10320000
       320-PROVE-SELECTED-TOTALS.                                       10330000
                                                                        10340000
           IF LINE-COUNT >= LINES-ON-PAGE - 5                           10350000
               PERFORM 230-PRINT-HEADING-LINES.                         10360000
                                                                        10370000
           MOVE REPORT-YEAR TO TOL-REPORT-YEAR.                         10380000
           MOVE PRIOR-YEAR  TO TOL-PRIOR-YEAR.                          10390000
                                                                        10400000
           MOVE "SALESHIST SELECTED"     TO TOL-DESCRIPTION.            10410000
           MOVE SELECTED-RECORD-COUNT    TO TOL-RECORD-COUNT.           10420000
           MOVE SELECTED-THIS-YEAR-NET   TO TOL-THIS-YEAR-NET.          10430000
           MOVE SELECTED-LAST-YEAR-NET   TO TOL-LAST-YEAR-NET.          10440000
           MOVE TIE-OUT-LINE TO SMXRPT-PRINT-AREA.                      10450000
           PERFORM 225-WRITE-REPORT-LINE.                               10460000
                                                                        10470000
           MOVE "SALES MATRIX"           TO TOL-DESCRIPTION.            10480000
           MOVE MATRIX-RECORD-COUNT      TO TOL-RECORD-COUNT.           10490000
           MOVE GRAND-THIS-YEAR-TOTAL    TO TOL-THIS-YEAR-NET.          10500000
           MOVE GRAND-LAST-YEAR-TOTAL    TO TOL-LAST-YEAR-NET.          10510000
           MOVE TIE-OUT-LINE TO SMXRPT-PRINT-AREA.                      10520000
           PERFORM 225-WRITE-REPORT-LINE.                               10530000
                                                                        10540000
           IF MATRIX-RECORD-COUNT   = SELECTED-RECORD-COUNT             10550000
              AND GRAND-THIS-YEAR-TOTAL = SELECTED-THIS-YEAR-NET        10560000
              AND GRAND-LAST-YEAR-TOTAL = SELECTED-LAST-YEAR-NET        10570000
               MOVE "MATRIX TIES TO SALESHIST FOR BOTH YEARS"           10580000
                   TO TRL-RESULT-TEXT                                   10590000
           ELSE                                                         10600000
               MOVE "** DOES NOT TIE TO SALESHIST - DO NOT USE **"      10610000
                   TO TRL-RESULT-TEXT                                   10620000
               DISPLAY "SMX5000 - MATRIX TOTALS DO NOT TIE TO "         10630000
                   "SALESHIST"                                          10640000
               MOVE 16 TO RETURN-CODE                                   10650000
           END-IF.                                                      10660000
           MOVE TIE-OUT-RESULT-LINE TO SMXRPT-PRINT-AREA.               10670000
           PERFORM 225-WRITE-REPORT-LINE.                               10680000
                                                                        10690000
           IF BAD-DATE-COUNT > ZERO                                     10700000
               MOVE BAD-DATE-COUNT TO BDL-RECORD-COUNT                  10710000
               MOVE BAD-DATE-LINE TO SMXRPT-PRINT-AREA                  10720000
               PERFORM 225-WRITE-REPORT-LINE                            10730000
               DISPLAY "SMX5000 - " BAD-DATE-COUNT                      10740000
                   " HISTORY RECORD(S) SKIPPED - INVOICE MONTH INVALID" 10750000
               IF RETURN-CODE = ZERO                                    10760000
                   MOVE 4 TO RETURN-CODE                                10770000
               END-IF                                                   10780000
           END-IF.                                                      10790000
                                                                        10800000
           IF SELECTED-RECORD-COUNT = ZERO                              10810000
               DISPLAY "SMX5000 - NO SALESHIST RECORDS FOR "            10820000
                   PRIOR-YEAR " OR " REPORT-YEAR                        10830000
               IF RETURN-CODE = ZERO                                    10840000
                   MOVE 4 TO RETURN-CODE                                10850000
               END-IF                                                   10860000
           END-IF.                                                      10870000
                                                                        10880000
      **************************************************************    10890000
      * WRITES THE EXTRACT'S OWN CONTROL TRAILER AS ITS LAST       *    10900000
      * RECORD - THE COUNT AND YEAR TOTALS OF THE EXTRACT RECORDS  *    10910000
      * ACTUALLY WRITTEN, IN THE SAME COMMA-DELIMITED SHAPE AS THE *    10920000
      * DETAIL RECORDS SO THE SPREADSHEET SIDE CAN CHECK THEM      *    10930000
      **************************************************************    10940000
       330-WRITE-EXTRACT-TRAILER.                                       10950000
                                                                        10960000
           MOVE EXTRACT-RECORD-COUNT   TO EXT-RECORD-COUNT.             10970000
           MOVE EXTRACT-HASH-THIS-YEAR TO EXT-HASH-THIS-YEAR.           10980000
           MOVE EXTRACT-HASH-LAST-YEAR TO EXT-HASH-LAST-YEAR.           10990000
                                                                        11000000
           MOVE SPACES TO EXTRACT-AREA.                                 11010000
           STRING                                                       11020000
               "*TRAILER*"        DELIMITED BY SIZE                     11030000
               ","                DELIMITED BY SIZE                     11040000
               EXT-RECORD-COUNT   DELIMITED BY SIZE                     11050000
               ","                DELIMITED BY SIZE                     11060000
               REPORT-YEAR        DELIMITED BY SIZE                     11070000
               ","                DELIMITED BY SIZE                     11080000
               EXT-HASH-THIS-YEAR DELIMITED BY SIZE                     11090000
               ","                DELIMITED BY SIZE                     11100000
               PRIOR-YEAR         DELIMITED BY SIZE                     11110000
               ","                DELIMITED BY SIZE                     11120000
               EXT-HASH-LAST-YEAR DELIMITED BY SIZE                     11130000
               INTO EXTRACT-AREA                                        11140000
           END-STRING.                                                  11150000
                                                                        11160000
           WRITE EXTRACT-AREA.                                          11170000
                                                                        11180000
           DISPLAY "SMX5000 - " CUSTOMER-PRINTED-COUNT                  11190000
               " CUSTOMERS PRINTED FOR SALES YEAR " REPORT-YEAR.        11200000
                                                                        11210000
      **************************************************************    11220000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE SELECTED HISTORY *    11230000
      * BACK IN KEY ORDER AND SPREADS EACH CUSTOMER'S RECORDS      *    11240000
      * ACROSS THE MONTHS, CLOSING THE CUSTOMER, SALESREP AND      *    11250000
      * BRANCH AT EACH BREAK                                       *    11260000
      **************************************************************    11270000
       400-BUILD-SALES-MATRIX.                                          11280000
                                                                        11290000
           MOVE ZERO TO GRAND-MONTH-TOTALS.                             11300000
                                                                        11310000
           PERFORM 420-RETURN-NEXT-RECORD.                              11320000
           PERFORM 410-PROCESS-ONE-RECORD UNTIL SORT-EOF.               11330000
                                                                        11340000
           *> CLOSE OUT THE LAST CUSTOMER, SALESREP AND BRANCH -        11350000
           *> UNLESS THE SORT HANDED BACK NOTHING AT ALL                11360000
           IF NOT FIRST-SORT-RECORD                                     11370000
               PERFORM 440-CLOSE-CUSTOMER                               11380000
               PERFORM 445-CLOSE-SALESREP                               11390000
               PERFORM 450-CLOSE-BRANCH                                 11400000
           END-IF.                                                      11410000
                                                                        11420000
      **************************************************************    11430000
      * HANDLES THE GROUP BREAKS FOR ONE SORTED HISTORY RECORD,    *    11440000
      * ADDS IT INTO ITS MONTH FOR THE YEAR IT WAS INVOICED IN,    *    11450000
      * AND TAKES THE NEXT ONE                                     *    11460000
      **************************************************************    11470000
       410-PROCESS-ONE-RECORD.                                          11480000
                                                                        11490000
           EVALUATE TRUE                                                11500000
               WHEN FIRST-SORT-RECORD                                   11510000
                   MOVE "N" TO FIRST-SORT-RECORD-SWITCH                 11520000
                   PERFORM 425-START-BRANCH-GROUP                       11530000
                   PERFORM 430-START-SALESREP-GROUP                     11540000
                   PERFORM 435-START-CUSTOMER-GROUP                     11550000
               WHEN HS-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER            11560000
                   PERFORM 440-CLOSE-CUSTOMER                           11570000
                   PERFORM 445-CLOSE-SALESREP                           11580000
                   PERFORM 450-CLOSE-BRANCH                             11590000
                   PERFORM 425-START-BRANCH-GROUP                       11600000
                   PERFORM 430-START-SALESREP-GROUP                     11610000
                   PERFORM 435-START-CUSTOMER-GROUP                     11620000
               WHEN HS-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER        11630000
                   PERFORM 440-CLOSE-CUSTOMER                           11640000
                   PERFORM 445-CLOSE-SALESREP                           11650000
                   PERFORM 430-START-SALESREP-GROUP                     11660000
                   PERFORM 435-START-CUSTOMER-GROUP                     11670000
               WHEN HS-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER        11680000
                   PERFORM 440-CLOSE-CUSTOMER                           11690000
                   PERFORM 435-START-CUSTOMER-GROUP                     11700000
               WHEN OTHER                                               11710000
                   CONTINUE                                             11720000
           END-EVALUATE.                                                11730000
                                                                        11740000
           MOVE HS-INVOICE-MONTH TO MONTH-SUB.                          11750000
           IF HS-INVOICE-YEAR = REPORT-YEAR                             11760000
               ADD HS-SALE-AMOUNT TO CUM-THIS-YEAR(MONTH-SUB)           11770000
           ELSE                                                         11780000
               ADD HS-SALE-AMOUNT TO CUM-LAST-YEAR(MONTH-SUB)           11790000
           END-IF.                                                      11800000
           ADD 1 TO MATRIX-RECORD-COUNT.                                11810000
                                                                        11820000
           PERFORM 420-RETURN-NEXT-RECORD.                              11830000
                                                                        11840000
      **************************************************************    11850000
      * TAKES THE NEXT SORTED HISTORY RECORD AND IF ITS THE LAST   *    11860000
      * ONE UPDATES THE SORT-EOF-SWITCH                            *    11870000
      **************************************************************    11880000
       420-RETURN-NEXT-RECORD.                                          11890000
                                                                        11900000
           RETURN SORT-FILE                                             11910000
               AT END                                                   11920000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         11930000
                                                                        11940000
      **************************************************************    11950000
      * OPENS A NEW BRANCH GROUP - REMEMBERS THE BRANCH, LOOKS UP  *    11960000
      * ITS NAME AND REGION, AND ZEROES THE BRANCH MONTHS          *    11970000
      **************************************************************    11980000
       425-START-BRANCH-GROUP.                                          11990000
                                                                        12000000
           MOVE HS-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.                  12010000
           MOVE ZERO TO BRANCH-MONTH-TOTALS.                            12020000
                                                                        12030000
           MOVE "N" TO BRANCH-FOUND-SWITCH.                             12040000
           PERFORM 426-SEARCH-BRANCH-TABLE                              12050000
               VARYING BT-INDEX FROM 1 BY 1                             12060000
               UNTIL BT-INDEX > BRANCH-TABLE-COUNT                      12070000
                  OR BRANCH-FOUND.                                      12080000
                                                                        12090000
           IF NOT BRANCH-FOUND                                          12100000
               MOVE "** NAME NOT FOUND **" TO CURRENT-BRANCH-NAME       12110000
               MOVE ZERO                   TO CURRENT-REGION-CODE       12120000
               MOVE "** NAME NOT FOUND **" TO CURRENT-REGION-NAME       12130000
           END-IF.                                                      12140000
                                                                        12150000
      **************************************************************    12160000
      * COMPARES ONE ENTRY IN THE BRANCH-TABLE AGAINST THE BRANCH  *    12170000
      * NUMBER WE'RE LOOKING FOR                                   *    12180000
      **************************************************************    12190000
       426-SEARCH-BRANCH-TABLE.                                         12200000
                                                                        12210000
           IF BT-BRANCH-NUMBER(BT-INDEX) = OLD-BRANCH-NUMBER            12220000
               MOVE BT-BRANCH-NAME(BT-INDEX) TO CURRENT-BRANCH-NAME     12230000
               MOVE BT-REGION-CODE(BT-INDEX) TO CURRENT-REGION-CODE     12240000
               MOVE BT-REGION-NAME(BT-INDEX) TO CURRENT-REGION-NAME     12250000
               MOVE "Y" TO BRANCH-FOUND-SWITCH                          12260000
           END-IF.                                                      12270000
                                                                        12280000
      **************************************************************    12290000
      * OPENS A NEW SALESREP GROUP - REMEMBERS THE SALESREP, LOOKS *    12300000
      * UP THEIR NAME, ZEROES THEIR MONTHS, AND PRINTS THE GROUP   *    12310000
      * LINE THEIR CUSTOMERS PRINT UNDER                           *    12320000
      **************************************************************    12330000
       430-START-SALESREP-GROUP.                                        12340000
                                                                        12350000
           MOVE HS-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.              12360000
           MOVE ZERO TO SALESREP-MONTH-TOTALS.                          12370000
                                                                        12380000
           MOVE "N" TO SALESREP-FOUND-SWITCH.                           12390000
           PERFORM 431-SEARCH-SALESREP-TABLE                            12400000
               VARYING ST-INDEX FROM 1 BY 1                             12410000
               UNTIL ST-INDEX > SALESREP-TABLE-COUNT                    12420000
                  OR SALESREP-FOUND.                                    12430000
           IF NOT SALESREP-FOUND                                        12440000
               MOVE "** NAME NOT FOUND **" TO CURRENT-SALESREP-NAME     12450000
           END-IF.                                                      12460000
                                                                        12470000
           MOVE OLD-BRANCH-NUMBER     TO GHL-BRANCH-NUMBER.             12480000
           MOVE CURRENT-BRANCH-NAME   TO GHL-BRANCH-NAME.               12490000
           MOVE OLD-SALESREP-NUMBER   TO GHL-SALESREP-NUMBER.           12500000
           MOVE CURRENT-SALESREP-NAME TO GHL-SALESREP-NAME.             12510000
           MOVE CURRENT-REGION-CODE   TO GHL-REGION-CODE.               12520000
           MOVE CURRENT-REGION-NAME   TO GHL-REGION-NAME.               12530000
           PERFORM 235-PRINT-GROUP-HEADING.                             12540000
                                                                        12550000
      **************************************************************    12560000
      * COMPARES ONE ENTRY IN THE SALESREP-TABLE AGAINST THE BRANCH *   12570000
      * AND SALESREP NUMBER WE'RE LOOKING FOR                      *    12580000
      **************************************************************    12590000
       431-SEARCH-SALESREP-TABLE.                                       12600000
                                                                        12610000
           IF ST-BRANCH-NUMBER(ST-INDEX) = OLD-BRANCH-NUMBER            12620000
              AND ST-SALESREP-NUMBER(ST-INDEX) = OLD-SALESREP-NUMBER    12630000
               MOVE ST-SALESREP-NAME(ST-INDEX) TO CURRENT-SALESREP-NAME 12640000
               MOVE "Y" TO SALESREP-FOUND-SWITCH                        12650000
           END-IF.                                                      12660000
                                                                        12670000
      **************************************************************    12680000
      * OPENS A NEW CUSTOMER - REMEMBERS THE CUSTOMER, LOOKS UP    *    12690000
      * THEIR NAME BY THE FULL BRANCH/SALESREP/CUSTOMER KEY, AND   *    12700000
      * ZEROES THEIR MONTHS                                        *    12710000
      **************************************************************    12720000
       435-START-CUSTOMER-GROUP.                                        12730000
                                                                        12740000
           MOVE HS-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER.              12750000
           MOVE ZERO TO CUSTOMER-MONTH-TOTALS.                          12760000
                                                                        12770000
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.                           12780000
           PERFORM 436-SEARCH-CUSTOMER-TABLE                            12790000
               VARYING CUSTOMER-SUB FROM 1 BY 1                         12800000
               UNTIL CUSTOMER-SUB > CUSTOMER-TABLE-COUNT                12810000
                  OR CUSTOMER-FOUND.                                    12820000
                                                                        12830000
           *> A CUSTOMER MOVED TO ANOTHER SALESREP OR BRANCH SINCE THE  12830001
           *> SALE STILL HAS THEIR NAME UNDER THE CUSTOMER NUMBER       12830002
           IF NOT CUSTOMER-FOUND                                        12830003
               PERFORM 437-SEARCH-CUSTOMER-NUMBER                       12830004
                   VARYING CUSTOMER-SUB FROM 1 BY 1                     12830005
                   UNTIL CUSTOMER-SUB > CUSTOMER-TABLE-COUNT            12830006
                      OR CUSTOMER-FOUND                                 12830007
           END-IF.                                                      12830008
                                                                        12830009
           IF NOT CUSTOMER-FOUND                                        12840000
               MOVE "** NAME NOT FOUND **" TO CURRENT-CUSTOMER-NAME     12850000
           END-IF.                                                      12860000
                                                                        12870000
      **************************************************************    12880000
      * COMPARES ONE CUSTOMER-TABLE ENTRY AGAINST THE SORTED       *    12890000
      * RECORD'S KEYS                                              *    12900000
      **************************************************************    12910000
       436-SEARCH-CUSTOMER-TABLE.                                       12920000
                                                                        12930000
           IF CU-BRANCH-NUMBER(CUSTOMER-SUB) = HS-BRANCH-NUMBER         12940000
              AND CU-SALESREP-NUMBER(CUSTOMER-SUB)                      12950000
                  = HS-SALESREP-NUMBER                                  12960000
              AND CU-CUSTOMER-NUMBER(CUSTOMER-SUB)                      12970000
                  = HS-CUSTOMER-NUMBER                                  12980000
               MOVE CU-CUSTOMER-NAME(CUSTOMER-SUB)                      12990000
                   TO CURRENT-CUSTOMER-NAME                             13000000
               MOVE "Y" TO CUSTOMER-FOUND-SWITCH                        13010000
           END-IF.                                                      13020000
                                                                        13020001
      **************************************************************    13020002
      * COMPARES ONE CUSTOMER-TABLE ENTRY AGAINST THE SORTED       *    13020003
      * RECORD'S CUSTOMER NUMBER ALONE, FOR A CUSTOMER WHO IS NO   *    13020004
      * LONGER UNDER THE BRANCH AND SALESREP ON THE SALE           *    13020005
      **************************************************************    13020006
       437-SEARCH-CUSTOMER-NUMBER.                                      13020007
                                                                        13020008
           IF CU-CUSTOMER-NUMBER(CUSTOMER-SUB) = HS-CUSTOMER-NUMBER     13020009
               MOVE CU-CUSTOMER-NAME(CUSTOMER-SUB)                      13020010
                   TO CURRENT-CUSTOMER-NAME                             13020011
               MOVE "Y" TO CUSTOMER-FOUND-SWITCH                        13020012
           END-IF.                                                      13020013
                                                                        13030000
      **************************************************************    13040000
      * CLOSES THE CUSTOMER JUST FINISHED - PRINTS THEIR BLOCK,    *    13050000
      * WRITES THEIR TWO EXTRACT RECORDS, AND ROLLS THEIR MONTHS   *    13060000
      * INTO THE SALESREP                                          *    13070000
      **************************************************************    13080000
       440-CLOSE-CUSTOMER.                                              13090000
                                                                        13100000
           MOVE OLD-CUSTOMER-NUMBER   TO CBL-CUSTOMER-NUMBER.           13110000
           MOVE CURRENT-CUSTOMER-NAME TO CBL-CUSTOMER-NAME.             13120000
           MOVE CUSTOMER-LABEL        TO MAL-LABEL.                     13130000
           MOVE CUSTOMER-MONTH-TOTALS TO MATRIX-MONTH-TOTALS.           13140000
           MOVE "C" TO MATRIX-BLOCK-TYPE.                               13150000
           PERFORM 500-PRINT-MATRIX-BLOCK.                              13160000
           ADD 1 TO CUSTOMER-PRINTED-COUNT.                             13170000
                                                                        13180000
           PERFORM 442-WRITE-EXTRACT-RECORDS.                           13190000
                                                                        13200000
           PERFORM 441-ROLL-CUSTOMER-MONTH                              13210000
               VARYING MONTH-SUB FROM 1 BY 1                            13220000
               UNTIL MONTH-SUB > 12.                                    13230000
                                                                        13240000
      **************************************************************    13250000
      * ADDS ONE OF THE CUSTOMER'S MONTHS INTO THE SALESREP'S      *    13260000
      **************************************************************    13270000
       441-ROLL-CUSTOMER-MONTH.                                         13280000
                                                                        13290000
           ADD CUM-THIS-YEAR(MONTH-SUB) TO SRM-THIS-YEAR(MONTH-SUB).    13300000
           ADD CUM-LAST-YEAR(MONTH-SUB) TO SRM-LAST-YEAR(MONTH-SUB).    13310000
                                                                        13320000
      **************************************************************    13330000
      * WRITES THE CUSTOMER'S EXTRACT RECORDS - ONE FOR THE SALES  *    13340000
      * YEAR AND ONE FOR THE YEAR BEFORE - AND COUNTS AND TOTALS   *    13350000
      * THEM FOR THE EXTRACT TRAILER                               *    13360000
      **************************************************************    13370000
       442-WRITE-EXTRACT-RECORDS.                                       13380000
                                                                        13390000
           MOVE OLD-BRANCH-NUMBER     TO EXD-BRANCH-NUMBER.             13400000
           MOVE OLD-SALESREP-NUMBER   TO EXD-SALESREP-NUMBER.           13410000
           MOVE OLD-CUSTOMER-NUMBER   TO EXD-CUSTOMER-NUMBER.           13420000
           MOVE CURRENT-CUSTOMER-NAME TO EXD-CUSTOMER-NAME.             13430000
                                                                        13440000
           MOVE REPORT-YEAR TO EXD-SALES-YEAR.                          13450000
           PERFORM 443-FORMAT-THIS-YEAR-MONTH                           13460000
               VARYING MONTH-SUB FROM 1 BY 1                            13470000
               UNTIL MONTH-SUB > 12.                                    13480000
           MOVE MATRIX-THIS-YEAR-TOTAL TO EXD-YEAR-TOTAL.               13490000
           MOVE EXTRACT-DETAIL TO EXTRACT-AREA.                         13500000
           WRITE EXTRACT-AREA.                                          13510000
                                                                        13520000
           MOVE PRIOR-YEAR TO EXD-SALES-YEAR.                           13530000
           PERFORM 444-FORMAT-LAST-YEAR-MONTH                           13540000
               VARYING MONTH-SUB FROM 1 BY 1                            13550000
               UNTIL MONTH-SUB > 12.                                    13560000
           MOVE MATRIX-LAST-YEAR-TOTAL TO EXD-YEAR-TOTAL.               13570000
           MOVE EXTRACT-DETAIL TO EXTRACT-AREA.                         13580000
           WRITE EXTRACT-AREA.                                          13590000
                                                                        13600000
           *> COUNT AND TOTAL WHAT ACTUALLY WENT ONTO THE EXTRACT SO    13610000
           *> ITS OWN TRAILER CAN PROVE THE FILE ARRIVED WHOLE          13620000
           ADD 2 TO EXTRACT-RECORD-COUNT.                               13630000
           ADD MATRIX-THIS-YEAR-TOTAL TO EXTRACT-HASH-THIS-YEAR.        13640000
           ADD MATRIX-LAST-YEAR-TOTAL TO EXTRACT-HASH-LAST-YEAR.        13650000
                                                                        13660000
      **************************************************************    13670000
      * MOVES ONE OF THE CUSTOMER'S SALES YEAR MONTHS TO THE       *    13680000
      * EXTRACT RECORD                                             *    13690000
      **************************************************************    13700000
       443-FORMAT-THIS-YEAR-MONTH.                                      13710000
                                                                        13720000
           MOVE "," TO EXD-MONTH-COMMA(MONTH-SUB).                      13730000
           MOVE CUM-THIS-YEAR(MONTH-SUB) TO EXD-MONTH-AMOUNT(MONTH-SUB).13740000
                                                                        13750000
      **************************************************************    13760000
      * MOVES ONE OF THE CUSTOMER'S LAST YEAR MONTHS TO THE        *    13770000
      * EXTRACT RECORD                                             *    13780000
      **************************************************************    13790000
       444-FORMAT-LAST-YEAR-MONTH.                                      13800000
                                                                        13810000
           MOVE "," TO EXD-MONTH-COMMA(MONTH-SUB).                      13820000
           MOVE CUM-LAST-YEAR(MONTH-SUB) TO EXD-MONTH-AMOUNT(MONTH-SUB).13830000
                                                                        13840000
      **************************************************************    13850000
      * CLOSES THE SALESREP JUST FINISHED - PRINTS THEIR TOTAL     *    13860000
      * BLOCK AND ROLLS THEIR MONTHS INTO THE BRANCH               *    13870000
      **************************************************************    13880000
       445-CLOSE-SALESREP.                                              13890000
                                                                        13900000
           MOVE "SR "                 TO TBL-GROUP-TEXT.                13910000
           MOVE OLD-SALESREP-NUMBER   TO TBL-GROUP-NUMBER.              13920000
           MOVE CURRENT-SALESREP-NAME TO TBL-GROUP-NAME.                13930000
           MOVE TOTAL-LABEL           TO MAL-LABEL.                     13940000
           MOVE SALESREP-MONTH-TOTALS TO MATRIX-MONTH-TOTALS.           13950000
           MOVE "T" TO MATRIX-BLOCK-TYPE.                               13960000
           PERFORM 500-PRINT-MATRIX-BLOCK.                              13970000
                                                                        13980000
           PERFORM 446-ROLL-SALESREP-MONTH                              13990000
               VARYING MONTH-SUB FROM 1 BY 1                            14000000
               UNTIL MONTH-SUB > 12.                                    14010000
                                                                        14020000
      **************************************************************    14030000
      * ADDS ONE OF THE SALESREP'S MONTHS INTO THE BRANCH'S        *    14040000
      **************************************************************    14050000
       446-ROLL-SALESREP-MONTH.                                         14060000
                                                                        14070000
           ADD SRM-THIS-YEAR(MONTH-SUB) TO BRM-THIS-YEAR(MONTH-SUB).    14080000
           ADD SRM-LAST-YEAR(MONTH-SUB) TO BRM-LAST-YEAR(MONTH-SUB).    14090000
                                                                        14100000
      **************************************************************    14110000
      * CLOSES THE BRANCH JUST FINISHED - PRINTS ITS TOTAL BLOCK   *    14120000
      * AND ROLLS ITS MONTHS INTO ITS REGION AND THE GRAND TOTAL.  *    14130000
      * THE NEXT BRANCH'S GROUP LINE STARTS A FRESH PAGE           *    14140000
      **************************************************************    14150000
       450-CLOSE-BRANCH.                                                14160000
                                                                        14170000
           MOVE "BR "               TO TBL-GROUP-TEXT.                  14180000
           MOVE OLD-BRANCH-NUMBER   TO TBL-GROUP-NUMBER.                14190000
           MOVE CURRENT-BRANCH-NAME TO TBL-GROUP-NAME.                  14200000
           MOVE TOTAL-LABEL         TO MAL-LABEL.                       14210000
           MOVE BRANCH-MONTH-TOTALS TO MATRIX-MONTH-TOTALS.             14220000
           MOVE "T" TO MATRIX-BLOCK-TYPE.                               14230000
           PERFORM 500-PRINT-MATRIX-BLOCK.                              14240000
                                                                        14250000
           PERFORM 455-FIND-OR-CREATE-REGION.                           14260000
                                                                        14270000
           PERFORM 451-ROLL-BRANCH-MONTH                                14280000
               VARYING MONTH-SUB FROM 1 BY 1                            14290000
               UNTIL MONTH-SUB > 12.                                    14300000
                                                                        14310000
           MOVE "N" TO GROUP-HEADING-SWITCH.                            14320000
           MOVE LINES-ON-PAGE TO LINE-COUNT.                            14330000
                                                                        14340000
      **************************************************************    14350000
      * ADDS ONE OF THE BRANCH'S MONTHS INTO ITS REGION'S AND THE  *    14360000
      * GRAND TOTAL'S                                              *    14370000
      **************************************************************    14380000
       451-ROLL-BRANCH-MONTH.                                           14390000
                                                                        14400000
           ADD BRM-THIS-YEAR(MONTH-SUB)                                 14410000
               TO RGM-THIS-YEAR(RGT-INDEX, MONTH-SUB).                  14420000
           ADD BRM-LAST-YEAR(MONTH-SUB)                                 14430000
               TO RGM-LAST-YEAR(RGT-INDEX, MONTH-SUB).                  14440000
           ADD BRM-THIS-YEAR(MONTH-SUB) TO GRM-THIS-YEAR(MONTH-SUB).    14450000
           ADD BRM-LAST-YEAR(MONTH-SUB) TO GRM-LAST-YEAR(MONTH-SUB).    14460000
                                                                        14470000
      **************************************************************    14480000
      * POINTS RGT-INDEX AT THE BRANCH'S REGION-TABLE ENTRY,       *    14490000
      * ADDING A ZEROED ENTRY THE FIRST TIME A REGION IS SEEN      *    14500000
      **************************************************************    14510000
       455-FIND-OR-CREATE-REGION.                                       14520000
                                                                        14530000
           MOVE "N" TO REGION-FOUND-SWITCH.                             14540000
           PERFORM 456-SEARCH-REGION-TABLE                              14550000
               VARYING RGT-INDEX FROM 1 BY 1                            14560000
               UNTIL RGT-INDEX > REGION-TABLE-COUNT                     14570000
                  OR REGION-FOUND.                                      14580000
                                                                        14590000
           IF REGION-FOUND                                              14600000
               SET RGT-INDEX DOWN BY 1                                  14610000
           ELSE                                                         14620000
               ADD 1 TO REGION-TABLE-COUNT                              14630000
               SET RGT-INDEX TO REGION-TABLE-COUNT                      14640000
               MOVE CURRENT-REGION-CODE TO RGT-REGION-CODE(RGT-INDEX)   14650000
               MOVE CURRENT-REGION-NAME TO RGT-REGION-NAME(RGT-INDEX)   14660000
               MOVE ZERO TO RGT-MONTH-TOTALS(RGT-INDEX)                 14670000
           END-IF.                                                      14680000
                                                                        14690000
      **************************************************************    14700000
      * COMPARES ONE REGION-TABLE ENTRY AGAINST THE BRANCH'S       *    14710000
      * REGION CODE                                                *    14720000
      **************************************************************    14730000
       456-SEARCH-REGION-TABLE.                                         14740000
                                                                        14750000
           IF RGT-REGION-CODE(RGT-INDEX) = CURRENT-REGION-CODE          14760000
               MOVE "Y" TO REGION-FOUND-SWITCH                          14770000
           END-IF.                                                      14780000
                                                                        14790000
      **************************************************************    14800000
      * PRINTS ONE MATRIX BLOCK FROM MATRIX-MONTH-TOTALS UNDER THE *    14810000
      * LABEL ALREADY IN MAL-LABEL - THE SALES YEAR'S MONTHS, THE  *    14820000
      * SAME MONTHS LAST YEAR, AND THE CHANGE PERCENTS. A TOTAL    *    14830000
      * BLOCK IS RULED OFF FROM THE LINES ABOVE IT. THE BLOCK IS   *    14840000
      * KEPT TOGETHER ON ONE PAGE                                  *    14850000
      **************************************************************    14860000
       500-PRINT-MATRIX-BLOCK.                                          14870000
                                                                        14880000
           IF LINE-COUNT >= LINES-ON-PAGE - 4                           14890000
               PERFORM 230-PRINT-HEADING-LINES.                         14900000
                                                                        14910000
           MOVE ZERO TO MATRIX-THIS-YEAR-TOTAL                          14920000
                        MATRIX-LAST-YEAR-TOTAL.                         14930000
           MOVE SPACES TO MATRIX-PERCENT-LINE.                          14940000
           PERFORM 505-FORMAT-ONE-MONTH                                 14950000
               VARYING MONTH-SUB FROM 1 BY 1                            14960000
               UNTIL MONTH-SUB > 12.                                    14970000
                                                                        14980000
           IF TOTAL-BLOCK                                               14990000
               MOVE TOTAL-RULE-LINE TO SMXRPT-PRINT-AREA                15000000
               PERFORM 225-WRITE-REPORT-LINE                            15010000
           END-IF.                                                      15020000
                                                                        15030000
           MOVE MATRIX-THIS-YEAR-TOTAL TO MAL-YEAR-TOTAL.               15040000
           MOVE MATRIX-AMOUNT-LINE TO SMXRPT-PRINT-AREA.                15050000
           PERFORM 225-WRITE-REPORT-LINE.                               15060000
                                                                        15070000
           MOVE LAST-YEAR-LABEL TO MAL-LABEL.                           15080000
           PERFORM 506-FORMAT-LAST-YEAR-MONTH                           15090000
               VARYING MONTH-SUB FROM 1 BY 1                            15100000
               UNTIL MONTH-SUB > 12.                                    15110000
           MOVE MATRIX-LAST-YEAR-TOTAL TO MAL-YEAR-TOTAL.               15120000
           MOVE MATRIX-AMOUNT-LINE TO SMXRPT-PRINT-AREA.                15130000
           PERFORM 225-WRITE-REPORT-LINE.                               15140000
                                                                        15150000
           MOVE PERCENT-LABEL TO MPL-LABEL.                             15160000
           IF MATRIX-LAST-YEAR-TOTAL = ZERO                             15170000
               IF MATRIX-THIS-YEAR-TOTAL = ZERO                         15180000
                   MOVE ZERO TO MPL-YEAR-PERCENT                        15190000
               ELSE                                                     15200000
                   MOVE 999.9 TO MPL-YEAR-PERCENT                       15210000
               END-IF                                                   15220000
           ELSE                                                         15230000
               COMPUTE CHANGE-AMOUNT =                                  15240000
                   MATRIX-THIS-YEAR-TOTAL - MATRIX-LAST-YEAR-TOTAL      15250000
               COMPUTE MPL-YEAR-PERCENT ROUNDED =                       15260000
                   CHANGE-AMOUNT * 100 / MATRIX-LAST-YEAR-TOTAL         15270000
                   ON SIZE ERROR                                        15280000
                       MOVE 999.9 TO MPL-YEAR-PERCENT                   15290000
               END-COMPUTE                                              15300000
           END-IF.                                                      15310000
           MOVE MATRIX-PERCENT-LINE TO SMXRPT-PRINT-AREA.               15320000
           PERFORM 225-WRITE-REPORT-LINE.                               15330000
                                                                        15340000
           MOVE SPACES TO SMXRPT-PRINT-AREA.                            15350000
           PERFORM 225-WRITE-REPORT-LINE.                               15360000
                                                                        15370000
      **************************************************************    15380000
      * MOVES ONE MONTH OF THE SALES YEAR TO THE AMOUNT LINE,      *    15390000
      * WORKS OUT ITS CHANGE AGAINST THE SAME MONTH LAST YEAR, AND *    15400000
      * ADDS BOTH YEARS INTO THE BLOCK'S YEAR TOTALS               *    15410000
      **************************************************************    15420000
       505-FORMAT-ONE-MONTH.                                            15430000
                                                                        15440000
           MOVE MXM-THIS-YEAR(MONTH-SUB) TO MAL-MONTH-AMOUNT(MONTH-SUB).15450000
           ADD MXM-THIS-YEAR(MONTH-SUB) TO MATRIX-THIS-YEAR-TOTAL.      15460000
           ADD MXM-LAST-YEAR(MONTH-SUB) TO MATRIX-LAST-YEAR-TOTAL.      15470000
                                                                        15480000
           *> NOTHING LAST YEAR IS A DIVIDE BY ZERO, SO A MONTH THAT    15490000
           *> SOLD THIS YEAR SHOWS 999.9 AND AN EMPTY ONE STAYS BLANK   15500000
           IF MXM-LAST-YEAR(MONTH-SUB) = ZERO                           15510000
               IF MXM-THIS-YEAR(MONTH-SUB) = ZERO                       15520000
                   MOVE ZERO TO MPL-MONTH-PERCENT(MONTH-SUB)            15530000
               ELSE                                                     15540000
                   MOVE 999.9 TO MPL-MONTH-PERCENT(MONTH-SUB)           15550000
               END-IF                                                   15560000
           ELSE                                                         15570000
               COMPUTE CHANGE-AMOUNT =                                  15580000
                   MXM-THIS-YEAR(MONTH-SUB) - MXM-LAST-YEAR(MONTH-SUB)  15590000
               COMPUTE MPL-MONTH-PERCENT(MONTH-SUB) ROUNDED =           15600000
                   CHANGE-AMOUNT * 100 / MXM-LAST-YEAR(MONTH-SUB)       15610000
                   ON SIZE ERROR                                        15620000
                       MOVE 999.9 TO MPL-MONTH-PERCENT(MONTH-SUB)       15630000
               END-COMPUTE                                              15640000
           END-IF.                                                      15650000
                                                                        15660000
      **************************************************************    15670000
      * MOVES ONE MONTH OF LAST YEAR TO THE AMOUNT LINE            *    15680000
      **************************************************************    15690000
       506-FORMAT-LAST-YEAR-MONTH.                                      15700000
                                                                        15710000
           MOVE MXM-LAST-YEAR(MONTH-SUB) TO MAL-MONTH-AMOUNT(MONTH-SUB).15720000
