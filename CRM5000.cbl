       IDENTIFICATION DIVISION.                                         00010000
                                                                        00020000
       PROGRAM-ID. CRM5000.                                             00030000
                                                                        00040000
      *   Programmers.: Violet French                                   00050000
      *   Date........: 2026.10.15                                      00060000
      *   Github URL..: https://github.com/Pirategirl9000/RPT5000       00070000
      *   Description.: This program builds the nightly delta feed of   00080000
      *   changed customers for the CRM system, so CRM no longer has to 00090000
      *   load the whole RPT5000 extract to find the few that changed.  00100000
      *   Today's CUSTMAST is compared with the previous generation of  00110000
      *   the master, chosen in the JCL, matched by customer number     00120000
      *   alone so a customer who moved branch or salesrep is still     00130000
      *   the same customer. Both masters are first proved against      00140000
      *   their own control trailers and either one that is missing     00150000
      *   its trailer or does not agree with it, or a previous          00160000
      *   generation posted later than today's master, is refused RC=16 00170000
      *   before anything is written. The CRMFEED interface file        00180000
      *   carries one record for every customer that was added,         00190000
      *   deleted, renamed, moved to a different branch or salesrep,    00200000
      *   or whose sales figures changed, with a change-type code,      00210000
      *   the change flags, and the old and new values. Its header and  00220000
      *   trailer both carry the count for every change type so CRM     00230000
      *   can reconcile the load, and the printed summary shows the     00240000
      *   same counts for the run book. A customer number found twice   00250000
      *   on either master keeps its first record and ends the run RC=4 00260000
       ENVIRONMENT DIVISION.                                            00270000
                                                                        00280000
       INPUT-OUTPUT SECTION.                                            00290000
                                                                        00300000
       FILE-CONTROL.                                                    00310000
           SELECT PREVMAST ASSIGN TO PREVMAST.                          00320000
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00330000
           SELECT CRMWORK ASSIGN TO CRMWORK.                            00340000
           SELECT CRMFEED ASSIGN TO CRMFEED.                            00350000
           SELECT CRMRPT ASSIGN TO CRMRPT.                              00360000
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00370000
                                                                        00380000
       DATA DIVISION.                                                   00390000
                                                                        00400000
       FILE SECTION.                                                    00410000
                                                                        00420000
      **************************************************************    00430000
      * PREVIOUS GENERATION OF CUSTMAST THE FEED IS TAKEN          *    00440000
      * AGAINST - SAME LAYOUT AS RPT5000'S CUSTMAST WITH THE       *    00450000
      * CONTROL TRAILER AS ITS LAST RECORD. READ ONCE TO PROVE     *    00460000
      * IT AGAINST ITS TRAILER AND AGAIN TO RELEASE IT TO THE      *    00470000
      * SORT                                                       *    00480000
      **************************************************************    00490000
       FD  PREVMAST                                                     00500000
           RECORDING MODE IS F                                          00510000
           LABEL RECORDS ARE STANDARD                                   00520000
           RECORD CONTAINS 130 CHARACTERS                               00530000
           BLOCK CONTAINS 130 CHARACTERS.                               00540000
       01  PREVIOUS-MASTER-RECORD.                                      00550000
           05  PM-BRANCH-NUMBER        PIC 9(2).                        00560000
           05  PM-SALESREP-NUMBER      PIC 9(2).                        00570000
           05  PM-CUSTOMER-NUMBER      PIC 9(5).                        00580000
           05  PM-CUSTOMER-NAME        PIC X(20).                       00590000
           05  PM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00600000
           05  PM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00610000
           05  PM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00620000
           05  FILLER                  PIC X(80).                       00630000
                                                                        00640000
      **************************************************************    00650000
      * TODAY'S CUSTMAST - READ THE SAME WAY AS THE PREVIOUS       *    00660000
      * GENERATION                                                 *    00670000
      **************************************************************    00680000
       FD  CUSTMAST                                                     00690000
           RECORDING MODE IS F                                          00700000
           LABEL RECORDS ARE STANDARD                                   00710000
           RECORD CONTAINS 130 CHARACTERS                               00720000
           BLOCK CONTAINS 130 CHARACTERS.                               00730000
       01  CUSTOMER-MASTER-RECORD.                                      00740000
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00750000
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00760000
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00770000
           05  CM-CUSTOMER-NAME        PIC X(20).                       00780000
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).                  00790000
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).                  00800000
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  00810000
           05  FILLER                  PIC X(80).                       00820000
                                                                        00830000
      **************************************************************    00840000
      * WORK FILE - THE DETAIL RECORDS ARE HELD HERE UNTIL THE     *    00850000
      * COMPARE IS FINISHED AND THE FEED HEADER'S COUNTS ARE KNOWN *    00860000
      **************************************************************    00870000
       FD  CRMWORK                                                      00880000
           RECORDING MODE IS F                                          00890000
           LABEL RECORDS ARE STANDARD                                   00900000
           RECORD CONTAINS 130 CHARACTERS                               00910000
           BLOCK CONTAINS 130 CHARACTERS.                               00920000
       01  CRMWORK-RECORD      PIC X(130).                              00930000
                                                                        00940000
      **************************************************************    00950000
      * OUTPUT FILE - THE CRM INTERFACE FILE. A HEADER, ONE DETAIL *    00960000
      * RECORD PER CHANGED CUSTOMER, AND A TRAILER (SEE            *    00970000
      * CRM-FEED-RECORD FOR THE LAYOUT)                            *    00980000
      **************************************************************    00990000
       FD  CRMFEED                                                      01000000
           RECORDING MODE IS F                                          01010000
           LABEL RECORDS ARE STANDARD                                   01020000
           RECORD CONTAINS 130 CHARACTERS                               01030000
           BLOCK CONTAINS 130 CHARACTERS.                               01040000
       01  CRMFEED-RECORD      PIC X(130).                              01050000
                                                                        01060000
      **************************************************************    01070000
      * OUTPUT FILE - THE PRINTED RUN BOOK SUMMARY                 *    01080000
      **************************************************************    01090000
       FD  CRMRPT                                                       01100000
           RECORDING MODE IS F                                          01110000
           LABEL RECORDS ARE STANDARD                                   01120000
           RECORD CONTAINS 130 CHARACTERS                               01130000
           BLOCK CONTAINS 130 CHARACTERS.                               01140000
       01  PRINT-AREA      PIC X(130).                                  01150000
                                                                        01160000
      **************************************************************    01170000
      * SORT WORK FILE - EVERY CUSTOMER FROM BOTH MASTERS IS       *    01180000
      * RELEASED HERE TAGGED WITH THE MASTER IT CAME FROM, AND     *    01190000
      * COMES BACK WITH EACH CUSTOMER NUMBER'S RECORDS TOGETHER.   *    01200000
      * THE SEQUENCE KEEPS A DUPLICATE NUMBER BEHIND ITS FIRST     *    01210000
      * RECORD                                                     *    01220000
      **************************************************************    01230000
       SD  SORT-FILE                                                    01240000
           RECORD CONTAINS 143 CHARACTERS.                              01250000
       01  SORT-RECORD.                                                 01260000
           05  SR-CUSTOMER-NUMBER      PIC 9(5).                        01270000
           05  SR-SOURCE               PIC X(1).                        01280000
               88  SR-PREVIOUS                  VALUE "O".              01290000
               88  SR-CURRENT                   VALUE "N".              01300000
           05  SR-SEQUENCE             PIC 9(7).                        01310000
           05  SR-MASTER-IMAGE         PIC X(130).                      01320000
                                                                        01330000
       WORKING-STORAGE SECTION.                                         01340000
                                                                        01350000
      *------------------------------------------------------------*    01360000
      *                        WORKING FIELDS                      *    01370000
      *============================================================*    01380000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    01390000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    01400000
      *------------------------------------------------------------*    01410000
                                                                        01420000
      **************************************************************    01430000
      * SWITCHES FOR END OF FILE, EACH MASTER'S TRAILER, AND WHICH *    01440000
      * MASTERS HOLD THE CUSTOMER BEING COMPARED                   *    01450000
      **************************************************************    01460000
       01  SWITCHES.                                                    01470000
           05  PREVMAST-EOF-SWITCH     PIC X    VALUE "N".              01480000
               88  PREVMAST-EOF                 VALUE "Y".              01490000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              01500000
               88  CUSTMAST-EOF                 VALUE "Y".              01510000
           05  CRMWORK-EOF-SWITCH      PIC X    VALUE "N".              01520000
               88  CRMWORK-EOF                  VALUE "Y".              01530000
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01540000
               88  SORT-EOF                     VALUE "Y".              01550000
           05  PREV-TRAILER-SEEN-SWITCH  PIC X  VALUE "N".              01560000
               88  PREV-TRAILER-SEEN            VALUE "Y".              01570000
           05  PREV-TRAILER-ERROR-SWITCH PIC X  VALUE "N".              01580000
               88  PREV-TRAILER-ERROR           VALUE "Y".              01590000
           05  CURR-TRAILER-SEEN-SWITCH  PIC X  VALUE "N".              01600000
               88  CURR-TRAILER-SEEN            VALUE "Y".              01610000
           05  CURR-TRAILER-ERROR-SWITCH PIC X  VALUE "N".              01620000
               88  CURR-TRAILER-ERROR           VALUE "Y".              01630000
           05  PREVIOUS-FOUND-SWITCH   PIC X    VALUE "N".              01640000
               88  PREVIOUS-FOUND               VALUE "Y".              01650000
           05  CURRENT-FOUND-SWITCH    PIC X    VALUE "N".              01660000
               88  CURRENT-FOUND                VALUE "Y".              01670000
                                                                        01680000
      **************************************************************    01690000
      * THE CONTROL TRAILER RECORD CARRIED AS THE LAST RECORD ON   *    01700000
      * CUSTMAST - ITS KEY OF ALL NINES SORTS IT BEHIND EVERY REAL *    01710000
      * CUSTOMER. EACH MASTER'S TRAILER IS CAPTURED HERE IN TURN   *    01720000
      **************************************************************    01730000
       01  CONTROL-TRAILER-AREA.                                        01740000
           05  CT-TRAILER-KEY          PIC X(9).                        01750000
           05  CT-TRAILER-ID           PIC X(8).                        01760000
           05  CT-RECORD-COUNT         PIC 9(7).                        01770000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  01780000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  01790000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  01800000
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        01810000
           05  CT-SALES-YEAR           PIC 9(4).                        01820000
           05  FILLER                  PIC X(61).                       01830000
                                                                        01840000
      **************************************************************    01850000
      * COUNT AND HASH TOTALS ACCUMULATED FROM EACH MASTER FOR     *    01860000
      * VERIFYING ITS TRAILER, AND THE LAST POSTED DATE EACH       *    01870000
      * TRAILER CARRIES - ZERO ON A TRAILER WRITTEN BEFORE IT      *    01880000
      * CARRIED ONE                                                *    01890000
      **************************************************************    01900000
       01  TRAILER-AUDIT-FIELDS.                                        01910000
           05  INPUT-RECORD-COUNT      PIC S9(7)     VALUE ZERO.        01920000
           05  INPUT-HASH-THIS-YTD     PIC S9(9)V99  VALUE ZERO.        01930000
           05  INPUT-HASH-LAST-YTD     PIC S9(9)V99  VALUE ZERO.        01940000
           05  INPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.        01950000
           05  PREVIOUS-POSTED-DATE    PIC 9(8)      VALUE ZERO.        01960000
           05  CURRENT-POSTED-DATE     PIC 9(8)      VALUE ZERO.        01970000
                                                                        01980000
      **************************************************************    01990000
      * THE CUSTOMER BEING COMPARED AS THE PREVIOUS GENERATION AND *    02000000
      * TODAY'S MASTER HOLD IT                                     *    02010000
      **************************************************************    02020000
       01  COMPARE-FIELDS.                                              02030000
           05  COMPARE-CUSTOMER-NUMBER PIC 9(5)      VALUE ZERO.        02040000
           05  CHANGE-TYPE             PIC X(1)      VALUE SPACE.       02050000
           05  RENAMED-FLAG            PIC X(1)      VALUE "N".         02060000
           05  MOVED-FLAG              PIC X(1)      VALUE "N".         02070000
           05  SALES-CHANGED-FLAG      PIC X(1)      VALUE "N".         02080000
                                                                        02090000
       01  PREVIOUS-CUSTOMER.                                           02100000
           05  PC-BRANCH-NUMBER        PIC 9(2).                        02110000
           05  PC-SALESREP-NUMBER      PIC 9(2).                        02120000
           05  PC-CUSTOMER-NUMBER      PIC 9(5).                        02130000
           05  PC-CUSTOMER-NAME        PIC X(20).                       02140000
           05  PC-SALES-THIS-YTD       PIC S9(5)V9(2).                  02150000
           05  PC-SALES-LAST-YTD       PIC S9(5)V9(2).                  02160000
           05  PC-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  02170000
           05  FILLER                  PIC X(80).                       02180000
                                                                        02190000
       01  CURRENT-CUSTOMER.                                            02200000
           05  NC-BRANCH-NUMBER        PIC 9(2).                        02210000
           05  NC-SALESREP-NUMBER      PIC 9(2).                        02220000
           05  NC-CUSTOMER-NUMBER      PIC 9(5).                        02230000
           05  NC-CUSTOMER-NAME        PIC X(20).                       02240000
           05  NC-SALES-THIS-YTD       PIC S9(5)V9(2).                  02250000
           05  NC-SALES-LAST-YTD       PIC S9(5)V9(2).                  02260000
           05  NC-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).                  02270000
           05  FILLER                  PIC X(80).                       02280000
                                                                        02290000
      **************************************************************    02300000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    02310000
      **************************************************************    02320000
       01  PRINT-FIELDS.                                                02330000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  02340000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   02350000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   02360000
                                                                        02370000
      **************************************************************    02380000
      * COUNTS OF THE CUSTOMERS READ AND OF EVERY CHANGE TYPE. A   *    02390000
      * CHANGED CUSTOMER IS COUNTED UNDER EACH TYPE IT HAS, SO THE *    02400000
      * TYPES CAN ADD UP TO MORE THAN THE DETAIL RECORDS           *    02410000
      **************************************************************    02420000
       01  TOTAL-FIELDS.                                                02430000
           05  PREVIOUS-RELEASED       PIC S9(7)   VALUE ZERO.          02440000
           05  CURRENT-RELEASED        PIC S9(7)   VALUE ZERO.          02450000
           05  PREVIOUS-DUPLICATES     PIC S9(7)   VALUE ZERO.          02460000
           05  CURRENT-DUPLICATES      PIC S9(7)   VALUE ZERO.          02470000
           05  CUSTOMERS-UNCHANGED     PIC S9(7)   VALUE ZERO.          02480000
           05  CUSTOMERS-ADDED         PIC S9(7)   VALUE ZERO.          02490000
           05  CUSTOMERS-DELETED       PIC S9(7)   VALUE ZERO.          02500000
           05  CUSTOMERS-RENAMED       PIC S9(7)   VALUE ZERO.          02510000
           05  CUSTOMERS-MOVED         PIC S9(7)   VALUE ZERO.          02520000
           05  CUSTOMERS-SALES-CHANGED PIC S9(7)   VALUE ZERO.          02530000
           05  FEED-DETAIL-COUNT       PIC S9(7)   VALUE ZERO.          02540000
                                                                        02550000
      **************************************************************    02560000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02570000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02580000
      **************************************************************    02590000
       01  CURRENT-DATE-AND-TIME.                                       02600000
           05  CD-YEAR         PIC 9999.                                02610000
           05  CD-MONTH        PIC 99.                                  02620000
           05  CD-DAY          PIC 99.                                  02630000
           05  CD-HOURS        PIC 99.                                  02640000
           05  CD-MINUTES      PIC 99.                                  02650000
           05  FILLER          PIC X(9).                                02660000
                                                                        02670000
      *------------------------------------------------------------*    02680000
      *                       OUTPUT FIELDS                        *    02690000
      *============================================================*    02700000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    02710000
      *                      THE OUTPUT FILES                      *    02720000
      *------------------------------------------------------------*    02730000
                                                                        02740000
      **************************************************************    02750000
      * CRM INTERFACE RECORD - BUILT HERE AND WRITTEN TO CRMWORK   *    02760000
      * OR CRMFEED. EVERY RECORD CARRIES THE DATE THE FEED WAS     *    02770000
      * BUILT. A DETAIL'S CHANGE TYPE IS A (ADDED), D (DELETED) OR *    02780000
      * C (CHANGED) AND THE THREE FLAGS SAY WHAT CHANGED ON A C -  *    02790000
      * ANY MIX OF RENAMED, MOVED BRANCH/SALESREP, AND SALES       *    02800000
      * CHANGED. THE OLD VALUES ARE ZERO AND SPACES ON AN ADD AND  *    02810000
      * THE NEW VALUES ON A DELETE. AMOUNTS CARRY A LEADING SIGN   *    02820000
      * BYTE SO CRM NEVER HAS TO DECODE AN OVERPUNCH               *    02830000
      **************************************************************    02840000
       01  CRM-FEED-RECORD.                                             02850000
           05  CF-RECORD-TYPE          PIC X(1).                        02860000
               88  CRM-HEADER                   VALUE "H".              02870000
               88  CRM-DETAIL                   VALUE "D".              02880000
               88  CRM-TRAILER                  VALUE "T".              02890000
           05  CF-FEED-DATE            PIC 9(8).                        02900000
           05  CF-DETAIL-DATA.                                          02910000
               10  CF-CHANGE-TYPE      PIC X(1).                        02920000
                   88  CRM-ADDED                VALUE "A".              02930000
                   88  CRM-DELETED              VALUE "D".              02940000
                   88  CRM-CHANGED              VALUE "C".              02950000
               10  CF-RENAMED-FLAG     PIC X(1).                        02960000
               10  CF-MOVED-FLAG       PIC X(1).                        02970000
               10  CF-SALES-CHANGED-FLAG PIC X(1).                      02980000
               10  CF-CUSTOMER-NUMBER  PIC 9(5).                        02990000
               10  CF-OLD-VALUES.                                       03000000
                   15  CF-OLD-BRANCH-NUMBER   PIC 9(2).                 03010000
                   15  CF-OLD-SALESREP-NUMBER PIC 9(2).                 03020000
                   15  CF-OLD-CUSTOMER-NAME   PIC X(20).                03030000
                   15  CF-OLD-SALES-THIS-YTD  PIC S9(5)V99              03040000
                           SIGN IS LEADING SEPARATE.                    03050000
                   15  CF-OLD-SALES-LAST-YTD  PIC S9(5)V99              03060000
                           SIGN IS LEADING SEPARATE.                    03070000
                   15  CF-OLD-SALES-TWO-YEARS PIC S9(5)V99              03080000
                           SIGN IS LEADING SEPARATE.                    03090000
               10  CF-NEW-VALUES.                                       03100000
                   15  CF-NEW-BRANCH-NUMBER   PIC 9(2).                 03110000
                   15  CF-NEW-SALESREP-NUMBER PIC 9(2).                 03120000
                   15  CF-NEW-CUSTOMER-NAME   PIC X(20).                03130000
                   15  CF-NEW-SALES-THIS-YTD  PIC S9(5)V99              03140000
                           SIGN IS LEADING SEPARATE.                    03150000
                   15  CF-NEW-SALES-LAST-YTD  PIC S9(5)V99              03160000
                           SIGN IS LEADING SEPARATE.                    03170000
                   15  CF-NEW-SALES-TWO-YEARS PIC S9(5)V99              03180000
                           SIGN IS LEADING SEPARATE.                    03190000
               10  FILLER              PIC X(16).                       03200000
           05  CF-HEADER-DATA REDEFINES CF-DETAIL-DATA.                 03210000
               10  CF-SOURCE-PROGRAM   PIC X(8).                        03220000
               10  CF-RUN-DATE         PIC 9(8).                        03230000
               10  CF-RUN-TIME         PIC 9(4).                        03240000
               10  CF-PREVIOUS-POSTED-DATE PIC 9(8).                    03250000
               10  CF-CURRENT-POSTED-DATE  PIC 9(8).                    03260000
               10  CF-HEADER-COUNTS.                                    03270000
                   15  CF-HDR-ADDED-COUNT     PIC 9(7).                 03280000
                   15  CF-HDR-DELETED-COUNT   PIC 9(7).                 03290000
                   15  CF-HDR-RENAMED-COUNT   PIC 9(7).                 03300000
                   15  CF-HDR-MOVED-COUNT     PIC 9(7).                 03310000
                   15  CF-HDR-SALES-COUNT     PIC 9(7).                 03320000
                   15  CF-HDR-DETAIL-COUNT    PIC 9(7).                 03330000
               10  FILLER              PIC X(43).                       03340000
           05  CF-TRAILER-DATA REDEFINES CF-DETAIL-DATA.                03350000
               10  CF-TRL-ADDED-COUNT  PIC 9(7).                        03360000
               10  CF-TRL-DELETED-COUNT PIC 9(7).                       03370000
               10  CF-TRL-RENAMED-COUNT PIC 9(7).                       03380000
               10  CF-TRL-MOVED-COUNT  PIC 9(7).                        03390000
               10  CF-TRL-SALES-COUNT  PIC 9(7).                        03400000
               10  CF-TRL-DETAIL-COUNT PIC 9(7).                        03410000
               10  FILLER              PIC X(79).                       03420000
                                                                        03430000
      **************************************************************    03440000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    03450000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    03460000
      **************************************************************    03470000
       01  HEADING-LINE-1.                                              03480000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             03490000
           05  HL1-MONTH       PIC 9(2).                                03500000
           05  FILLER          PIC X(1)    VALUE "/".                   03510000
           05  HL1-DAY         PIC 9(2).                                03520000
           05  FILLER          PIC X(1)    VALUE "/".                   03530000
           05  HL1-YEAR        PIC 9(4).                                03540000
           05  FILLER          PIC X(13)   VALUE SPACE.                 03550000
           05  FILLER          PIC X(40)                                03560000
               VALUE "CRM CUSTOMER CHANGE FEED SUMMARY".                03570000
           05  FILLER          PIC X(12)   VALUE SPACE.                 03580000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            03590000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                03600000
           05  FILLER          PIC X(36)   VALUE SPACE.                 03610000
                                                                        03620000
      **************************************************************    03630000
      * STORES THE SECOND HEADER LINE INFORMATION                  *    03640000
      * HOLDS THE TIME AND THE PROGRAM ID                          *    03650000
      **************************************************************    03660000
       01  HEADING-LINE-2.                                              03670000
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             03680000
           05  HL2-HOURS       PIC 9(2).                                03690000
           05  FILLER          PIC X(1)    VALUE ":".                   03700000
           05  HL2-MINUTES     PIC 9(2).                                03710000
           05  FILLER          PIC X(68)   VALUE SPACE.                 03720000
           05  FILLER          PIC X(10)   VALUE "CRM5000".             03730000
           05  FILLER          PIC X(40)   VALUE SPACE.                 03740000
                                                                        03750000
      **************************************************************    03760000
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *    03770000
      **************************************************************    03780000
       01  HEADING-LINE-3.                                              03790000
           05 FILLER               PIC X(130)   VALUE SPACE.            03800000
                                                                        03810000
      **************************************************************    03820000
      * STATES HOW FAR EACH MASTER WAS POSTED SO THE RUN BOOK SAYS *    03830000
      * WHICH TWO MASTERS THE FEED WAS TAKEN BETWEEN               *    03840000
      **************************************************************    03850000
       01  MASTERS-LINE.                                                03860000
           05  FILLER              PIC X(2)     VALUE SPACE.            03870000
           05  FILLER              PIC X(32)                            03880000
               VALUE "PREVIOUS MASTER POSTED THROUGH: ".                03890000
           05  ML-PREVIOUS-MONTH   PIC 9(2).                            03900000
           05  FILLER              PIC X(1)     VALUE "/".              03910000
           05  ML-PREVIOUS-DAY     PIC 9(2).                            03920000
           05  FILLER              PIC X(1)     VALUE "/".              03930000
           05  ML-PREVIOUS-YEAR    PIC 9(4).                            03940000
           05  FILLER              PIC X(36)                            03950000
               VALUE "     CURRENT MASTER POSTED THROUGH: ".            03960000
           05  ML-CURRENT-MONTH    PIC 9(2).                            03970000
           05  FILLER              PIC X(1)     VALUE "/".              03980000
           05  ML-CURRENT-DAY      PIC 9(2).                            03990000
           05  FILLER              PIC X(1)     VALUE "/".              04000000
           05  ML-CURRENT-YEAR     PIC 9(4).                            04010000
           05  FILLER              PIC X(40)    VALUE SPACE.            04020000
                                                                        04030000
      **************************************************************    04040000
      * STORES THE TITLE PRINTED AHEAD OF EACH GROUP OF COUNTS     *    04050000
      **************************************************************    04060000
       01  SECTION-LINE.                                                04070000
           05  FILLER              PIC X(2)     VALUE SPACE.            04080000
           05  SL-TITLE            PIC X(60).                           04090000
           05  FILLER              PIC X(68)    VALUE SPACE.            04100000
                                                                        04110000
      **************************************************************    04120000
      * STORES ONE COUNT LINE                                      *    04130000
      **************************************************************    04140000
       01  COUNT-LINE.                                                  04150000
           05  FILLER              PIC X(2)     VALUE SPACE.            04160000
           05  TL-DESCRIPTION      PIC X(40).                           04170000
           05  TL-COUNT            PIC Z,ZZZ,ZZ9.                       04180000
           05  FILLER              PIC X(79)    VALUE SPACE.            04190000
                                                                        04200000
       PROCEDURE DIVISION.                                              04210000
                                                                        04220000
      **************************************************************    04230000
      * PROVES BOTH MASTERS AGAINST THEIR TRAILERS, COMPARES THEM  *    04240000
      * CUSTOMER BY CUSTOMER THROUGH THE SORT, AND WRITES THE FEED *    04250000
      * AND ITS SUMMARY                                            *    04260000
      **************************************************************    04270000
       000-BUILD-CRM-FEED.                                              04280000
                                                                        04290000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        04300000
           *> LINES AND THE FEED                                        04310000
           PERFORM 100-FORMAT-REPORT-HEADING.                           04320000
                                                                        04330000
           PERFORM 110-PROVE-PREVIOUS-MASTER.                           04340000
           PERFORM 130-PROVE-CURRENT-MASTER.                            04350000
                                                                        04360000
           EVALUATE TRUE                                                04370000
               WHEN NOT PREV-TRAILER-SEEN                               04380000
                   DISPLAY "CRM5000 - RUN ABORTED - PREVMAST HAS NO "   04390000
                       "CONTROL TRAILER"                                04400000
                   MOVE 16 TO RETURN-CODE                               04410000
               WHEN PREV-TRAILER-ERROR                                  04420000
                   DISPLAY "CRM5000 - RUN ABORTED - PREVMAST DOES "     04430000
                       "NOT AGREE WITH ITS CONTROL TRAILER"             04440000
                   MOVE 16 TO RETURN-CODE                               04450000
               WHEN NOT CURR-TRAILER-SEEN                               04460000
                   DISPLAY "CRM5000 - RUN ABORTED - CUSTMAST HAS NO "   04470000
                       "CONTROL TRAILER"                                04480000
                   MOVE 16 TO RETURN-CODE                               04490000
               WHEN CURR-TRAILER-ERROR                                  04500000
                   DISPLAY "CRM5000 - RUN ABORTED - CUSTMAST DOES "     04510000
                       "NOT AGREE WITH ITS CONTROL TRAILER"             04520000
                   MOVE 16 TO RETURN-CODE                               04530000
               WHEN PREVIOUS-POSTED-DATE > CURRENT-POSTED-DATE          04540000
                   DISPLAY "CRM5000 - RUN ABORTED - PREVMAST IS "       04550000
                       "POSTED THROUGH " PREVIOUS-POSTED-DATE           04560000
                       " - LATER THAN CUSTMAST - CHECK THE GENERATION"  04570000
                   MOVE 16 TO RETURN-CODE                               04580000
               WHEN OTHER                                               04590000
                   OPEN INPUT  PREVMAST                                 04600000
                               CUSTMAST                                 04610000
                        OUTPUT CRMWORK                                  04620000
                               CRMRPT                                   04630000
                   SORT SORT-FILE                                       04640000
                       ON ASCENDING KEY SR-CUSTOMER-NUMBER              04650000
                                        SR-SOURCE                       04660000
                                        SR-SEQUENCE                     04670000
                       INPUT PROCEDURE IS 200-RELEASE-MASTERS           04680000
                       OUTPUT PROCEDURE IS 300-COMPARE-MASTERS          04690000
                   CLOSE PREVMAST                                       04700000
                         CUSTMAST                                       04710000
                         CRMWORK                                        04720000
                   PERFORM 400-WRITE-CRM-FEED                           04730000
                   PERFORM 500-PRINT-FEED-SUMMARY                       04740000
                   CLOSE CRMRPT                                         04750000
                   IF PREVIOUS-DUPLICATES > ZERO                        04760000
                      OR CURRENT-DUPLICATES > ZERO                      04770000
                       DISPLAY "CRM5000 - DUPLICATE CUSTOMER NUMBERS "  04780000
                           "SKIPPED - SEE CRMRPT"                       04790000
                       MOVE 4 TO RETURN-CODE                            04800000
                   END-IF                                               04810000
           END-EVALUATE.                                                04820000
                                                                        04830000
           STOP RUN.                                                    04840000
                                                                        04850000
      **************************************************************    04860000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    04870000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    04880000
      **************************************************************    04890000
       100-FORMAT-REPORT-HEADING.                                       04900000
                                                                        04910000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         04920000
                                                                        04930000
           MOVE CD-MONTH   TO HL1-MONTH.                                04940000
           MOVE CD-DAY     TO HL1-DAY.                                  04950000
           MOVE CD-YEAR    TO HL1-YEAR.                                 04960000
           MOVE CD-HOURS   TO HL2-HOURS.                                04970000
           MOVE CD-MINUTES TO HL2-MINUTES.                              04980000
                                                                        04990000
      **************************************************************    05000000
      * FIRST PASS OF THE PREVIOUS GENERATION - ADDS UP ITS COUNT  *    05010000
      * AND HASH TOTALS, CAPTURES ITS CONTROL TRAILER, AND PROVES  *    05020000
      * THE ONE AGAINST THE OTHER                                  *    05030000
      **************************************************************    05040000
       110-PROVE-PREVIOUS-MASTER.                                       05050000
                                                                        05060000
           MOVE ZERO TO INPUT-RECORD-COUNT                              05070000
                        INPUT-HASH-THIS-YTD                             05080000
                        INPUT-HASH-LAST-YTD                             05090000
                        INPUT-HASH-TWO-YEARS-AGO.                       05100000
                                                                        05110000
           OPEN INPUT PREVMAST.                                         05120000
           PERFORM 115-READ-PREVIOUS-RECORD.                            05130000
           PERFORM 120-ADD-PREVIOUS-RECORD                              05140000
               UNTIL PREVMAST-EOF.                                      05150000
           CLOSE PREVMAST.                                              05160000
                                                                        05170000
           IF PREV-TRAILER-SEEN                                         05180000
               IF CT-RECORD-COUNT NOT = INPUT-RECORD-COUNT              05190000
                  OR CT-HASH-THIS-YTD NOT = INPUT-HASH-THIS-YTD         05200000
                  OR CT-HASH-LAST-YTD NOT = INPUT-HASH-LAST-YTD         05210000
                  OR CT-HASH-TWO-YEARS-AGO                              05220000
                       NOT = INPUT-HASH-TWO-YEARS-AGO                   05230000
                   MOVE "Y" TO PREV-TRAILER-ERROR-SWITCH                05240000
               END-IF                                                   05250000
               IF CT-LAST-POSTED-DATE IS NUMERIC                        05260000
                   MOVE CT-LAST-POSTED-DATE TO PREVIOUS-POSTED-DATE     05270000
               END-IF                                                   05280000
           END-IF.                                                      05290000
                                                                        05300000
           *> THE SECOND PASS STARTS FROM THE TOP OF THE FILE AGAIN     05310000
           MOVE "N" TO PREVMAST-EOF-SWITCH.                             05320000
                                                                        05330000
      **************************************************************    05340000
      * READS THE NEXT PREVIOUS GENERATION RECORD AND IF ITS THE   *    05350000
      * LAST ONE UPDATES THE PREVMAST-EOF-SWITCH                   *    05360000
      **************************************************************    05370000
       115-READ-PREVIOUS-RECORD.                                        05380000
                                                                        05390000
           READ PREVMAST                                                05400000
               AT END                                                   05410000
                   MOVE "Y" TO PREVMAST-EOF-SWITCH.                     05420000
                                                                        05430000
      **************************************************************    05440000
      * ADDS ONE CUSTOMER INTO THE PREVIOUS GENERATION'S COUNT AND *    05450000
      * HASH TOTALS, OR CAPTURES THE CONTROL TRAILER IF THAT IS    *    05460000
      * WHAT WAS READ, THEN READS THE NEXT RECORD                  *    05470000
      **************************************************************    05480000
       120-ADD-PREVIOUS-RECORD.                                         05490000
                                                                        05500000
           IF PREVIOUS-MASTER-RECORD(1:9) = "999999999"                 05510000
              AND PREVIOUS-MASTER-RECORD(10:8) = "*TRAILER"             05520000
               MOVE PREVIOUS-MASTER-RECORD TO CONTROL-TRAILER-AREA      05530000
               MOVE "Y" TO PREV-TRAILER-SEEN-SWITCH                     05540000
           ELSE                                                         05550000
               ADD 1 TO INPUT-RECORD-COUNT                              05560000
               ADD PM-SALES-THIS-YTD      TO INPUT-HASH-THIS-YTD        05570000
               ADD PM-SALES-LAST-YTD      TO INPUT-HASH-LAST-YTD        05580000
               ADD PM-SALES-TWO-YEARS-AGO TO INPUT-HASH-TWO-YEARS-AGO   05590000
           END-IF.                                                      05600000
                                                                        05610000
           PERFORM 115-READ-PREVIOUS-RECORD.                            05620000
                                                                        05630000
      **************************************************************    05640000
      * FIRST PASS OF TODAY'S CUSTMAST - PROVED THE SAME WAY AS    *    05650000
      * THE PREVIOUS GENERATION                                    *    05660000
      **************************************************************    05670000
       130-PROVE-CURRENT-MASTER.                                        05680000
                                                                        05690000
           MOVE ZERO TO INPUT-RECORD-COUNT                              05700000
                        INPUT-HASH-THIS-YTD                             05710000
                        INPUT-HASH-LAST-YTD                             05720000
                        INPUT-HASH-TWO-YEARS-AGO.                       05730000
                                                                        05740000
           OPEN INPUT CUSTMAST.                                         05750000
           PERFORM 135-READ-CURRENT-RECORD.                             05760000
           PERFORM 140-ADD-CURRENT-RECORD                               05770000
               UNTIL CUSTMAST-EOF.                                      05780000
           CLOSE CUSTMAST.                                              05790000
                                                                        05800000
           IF CURR-TRAILER-SEEN                                         05810000
               IF CT-RECORD-COUNT NOT = INPUT-RECORD-COUNT              05820000
                  OR CT-HASH-THIS-YTD NOT = INPUT-HASH-THIS-YTD         05830000
                  OR CT-HASH-LAST-YTD NOT = INPUT-HASH-LAST-YTD         05840000
                  OR CT-HASH-TWO-YEARS-AGO                              05850000
                       NOT = INPUT-HASH-TWO-YEARS-AGO                   05860000
                   MOVE "Y" TO CURR-TRAILER-ERROR-SWITCH                05870000
               END-IF                                                   05880000
               IF CT-LAST-POSTED-DATE IS NUMERIC                        05890000
                   MOVE CT-LAST-POSTED-DATE TO CURRENT-POSTED-DATE      05900000
               END-IF                                                   05910000
           END-IF.                                                      05920000
                                                                        05930000
           *> THE SECOND PASS STARTS FROM THE TOP OF THE FILE AGAIN     05940000
           MOVE "N" TO CUSTMAST-EOF-SWITCH.                             05950000
                                                                        05960000
      **************************************************************    05970000
      * READS THE NEXT CUSTMAST RECORD AND IF ITS THE LAST ONE     *    05980000
      * UPDATES THE CUSTMAST-EOF-SWITCH                            *    05990000
      **************************************************************    06000000
       135-READ-CURRENT-RECORD.                                         06010000
                                                                        06020000
           READ CUSTMAST                                                06030000
               AT END                                                   06040000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     06050000
                                                                        06060000
      **************************************************************    06070000
      * ADDS ONE CUSTOMER INTO TODAY'S COUNT AND HASH TOTALS, OR   *    06080000
      * CAPTURES THE CONTROL TRAILER IF THAT IS WHAT WAS READ,     *    06090000
      * THEN READS THE NEXT RECORD                                 *    06100000
      **************************************************************    06110000
       140-ADD-CURRENT-RECORD.                                          06120000
                                                                        06130000
           IF CUSTOMER-MASTER-RECORD(1:9) = "999999999"                 06140000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             06150000
               MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA      06160000
               MOVE "Y" TO CURR-TRAILER-SEEN-SWITCH                     06170000
           ELSE                                                         06180000
               ADD 1 TO INPUT-RECORD-COUNT                              06190000
               ADD CM-SALES-THIS-YTD      TO INPUT-HASH-THIS-YTD        06200000
               ADD CM-SALES-LAST-YTD      TO INPUT-HASH-LAST-YTD        06210000
               ADD CM-SALES-TWO-YEARS-AGO TO INPUT-HASH-TWO-YEARS-AGO   06220000
           END-IF.                                                      06230000
                                                                        06240000
           PERFORM 135-READ-CURRENT-RECORD.                             06250000
                                                                        06260000
      **************************************************************    06270000
      * INPUT PROCEDURE FOR THE SORT - SECOND PASS OF BOTH         *    06280000
      * MASTERS, RELEASING EVERY CUSTOMER TAGGED WITH THE MASTER   *    06290000
      * IT CAME FROM                                               *    06300000
      **************************************************************    06310000
       200-RELEASE-MASTERS.                                             06320000
                                                                        06330000
           PERFORM 115-READ-PREVIOUS-RECORD.                            06340000
           PERFORM 210-RELEASE-PREVIOUS-RECORD                          06350000
               UNTIL PREVMAST-EOF.                                      06360000
                                                                        06370000
           PERFORM 135-READ-CURRENT-RECORD.                             06380000
           PERFORM 220-RELEASE-CURRENT-RECORD                           06390000
               UNTIL CUSTMAST-EOF.                                      06400000
                                                                        06410000
      **************************************************************    06420000
      * RELEASES ONE PREVIOUS GENERATION CUSTOMER AND READS THE    *    06430000
      * NEXT. THE CONTROL TRAILER WAS CAPTURED ON THE FIRST PASS,  *    06440000
      * SO REACHING IT ENDS THE SECOND                             *    06450000
      **************************************************************    06460000
       210-RELEASE-PREVIOUS-RECORD.                                     06470000
                                                                        06480000
           IF PREVIOUS-MASTER-RECORD(1:9) = "999999999"                 06490000
              AND PREVIOUS-MASTER-RECORD(10:8) = "*TRAILER"             06500000
               MOVE "Y" TO PREVMAST-EOF-SWITCH                          06510000
           ELSE                                                         06520000
               ADD 1 TO PREVIOUS-RELEASED                               06530000
               MOVE PM-CUSTOMER-NUMBER     TO SR-CUSTOMER-NUMBER        06540000
               MOVE "O"                    TO SR-SOURCE                 06550000
               MOVE PREVIOUS-RELEASED      TO SR-SEQUENCE               06560000
               MOVE PREVIOUS-MASTER-RECORD TO SR-MASTER-IMAGE           06570000
               RELEASE SORT-RECORD                                      06580000
               PERFORM 115-READ-PREVIOUS-RECORD                         06590000
           END-IF.                                                      06600000
                                                                        06610000
      **************************************************************    06620000
      * RELEASES ONE OF TODAY'S CUSTOMERS AND READS THE NEXT,      *    06630000
      * STOPPING AT THE CONTROL TRAILER                            *    06640000
      **************************************************************    06650000
       220-RELEASE-CURRENT-RECORD.                                      06660000
                                                                        06670000
           IF CUSTOMER-MASTER-RECORD(1:9) = "999999999"                 06680000
              AND CUSTOMER-MASTER-RECORD(10:8) = "*TRAILER"             06690000
               MOVE "Y" TO CUSTMAST-EOF-SWITCH                          06700000
           ELSE                                                         06710000
               ADD 1 TO CURRENT-RELEASED                                06720000
               MOVE CM-CUSTOMER-NUMBER     TO SR-CUSTOMER-NUMBER        06730000
               MOVE "N"                    TO SR-SOURCE                 06740000
               MOVE CURRENT-RELEASED       TO SR-SEQUENCE               06750000
               MOVE CUSTOMER-MASTER-RECORD TO SR-MASTER-IMAGE           06760000
               RELEASE SORT-RECORD                                      06770000
               PERFORM 135-READ-CURRENT-RECORD                          06780000
           END-IF.                                                      06790000
                                                                        06800000
      **************************************************************    06810000
      * WRITES ONE LINE TO THE REPORT AND COUNTS IT AGAINST THE    *    06820000
      * CURRENT PAGE                                               *    06830000
      **************************************************************    06840000
       225-WRITE-REPORT-LINE.                                           06850000
           WRITE PRINT-AREA.                                            06860000
           ADD 1 TO LINE-COUNT.                                         06870000
                                                                        06880000
      **************************************************************    06890000
      * PRINTS THE HEADER LINES AND THE TWO MASTERS' POSTED DATES, *    06900000
      * RAN ONCE FOR EVERY PAGE                                    *    06910000
      **************************************************************    06920000
       230-PRINT-HEADING-LINES.                                         06930000
                                                                        06940000
           *> HEADERS ARE PLACED AT THE START OF EVERY PAGE             06950000
           *> SO WE INCREASE THE PAGE COUNT HERE                        06960000
           ADD 1 TO PAGE-COUNT.                                         06970000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      06980000
                                                                        06990000
           MOVE PREVIOUS-POSTED-DATE(5:2) TO ML-PREVIOUS-MONTH.         07000000
           MOVE PREVIOUS-POSTED-DATE(7:2) TO ML-PREVIOUS-DAY.           07010000
           MOVE PREVIOUS-POSTED-DATE(1:4) TO ML-PREVIOUS-YEAR.          07020000
           MOVE CURRENT-POSTED-DATE(5:2)  TO ML-CURRENT-MONTH.          07030000
           MOVE CURRENT-POSTED-DATE(7:2)  TO ML-CURRENT-DAY.            07040000
           MOVE CURRENT-POSTED-DATE(1:4)  TO ML-CURRENT-YEAR.           07050000
                                                                        07060000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           07070000
           WRITE PRINT-AREA.                                            07080000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           07090000
           WRITE PRINT-AREA.                                            07100000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07110000
           WRITE PRINT-AREA.                                            07120000
           MOVE MASTERS-LINE TO PRINT-AREA.                             07130000
           WRITE PRINT-AREA.                                            07140000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           07150000
           WRITE PRINT-AREA.                                            07160000
                                                                        07170000
           *> RESET THE LINE COUNTER SINCE EVERY HEADER IS THE START    07180000
           *> OF A NEW PAGE                                             07190000
           MOVE ZERO TO LINE-COUNT.                                     07200000
                                                                        07210000
      **************************************************************    07220000
      * OUTPUT PROCEDURE FOR THE SORT - TAKES EACH CUSTOMER        *    07230000
      * NUMBER'S RECORDS TOGETHER AND DECIDES WHETHER THE CUSTOMER *    07240000
      * WAS ADDED, DELETED, CHANGED OR LEFT ALONE                  *    07250000
      **************************************************************    07260000
       300-COMPARE-MASTERS.                                             07270000
                                                                        07280000
           PERFORM 310-RETURN-SORT-RECORD.                              07290000
           PERFORM 320-COMPARE-CUSTOMER                                 07300000
               UNTIL SORT-EOF.                                          07310000
                                                                        07320000
      **************************************************************    07330000
      * TAKES THE NEXT SORTED RECORD AND IF ITS THE LAST ONE       *    07340000
      * UPDATES THE SORT-EOF-SWITCH                                *    07350000
      **************************************************************    07360000
       310-RETURN-SORT-RECORD.                                          07370000
                                                                        07380000
           RETURN SORT-FILE                                             07390000
               AT END                                                   07400000
                   MOVE "Y" TO SORT-EOF-SWITCH.                         07410000
                                                                        07420000
      **************************************************************    07430000
      * GATHERS ONE CUSTOMER NUMBER'S RECORDS FROM BOTH MASTERS    *    07440000
      * AND WRITES A FEED DETAIL IF THE CUSTOMER IS NEW, GONE, OR  *    07450000
      * DIFFERENT                                                  *    07460000
      **************************************************************    07470000
       320-COMPARE-CUSTOMER.                                            07480000
                                                                        07490000
           MOVE SR-CUSTOMER-NUMBER TO COMPARE-CUSTOMER-NUMBER.          07500000
           MOVE "N" TO PREVIOUS-FOUND-SWITCH                            07510000
                       CURRENT-FOUND-SWITCH.                            07520000
           MOVE "N" TO RENAMED-FLAG                                     07530000
                       MOVED-FLAG                                       07540000
                       SALES-CHANGED-FLAG.                              07550000
                                                                        07560000
           PERFORM 330-TAKE-CUSTOMER-RECORD                             07570000
               UNTIL SORT-EOF                                           07580000
                  OR SR-CUSTOMER-NUMBER NOT = COMPARE-CUSTOMER-NUMBER.  07590000
                                                                        07600000
           EVALUATE TRUE                                                07610000
               WHEN PREVIOUS-FOUND AND CURRENT-FOUND                    07620000
                   PERFORM 340-CHECK-CUSTOMER-CHANGES                   07630000
               WHEN CURRENT-FOUND                                       07640000
                   ADD 1 TO CUSTOMERS-ADDED                             07650000
                   MOVE "A" TO CHANGE-TYPE                              07660000
                   PERFORM 350-WRITE-FEED-DETAIL                        07670000
               WHEN OTHER                                               07680000
                   ADD 1 TO CUSTOMERS-DELETED                           07690000
                   MOVE "D" TO CHANGE-TYPE                              07700000
                   PERFORM 350-WRITE-FEED-DETAIL                        07710000
           END-EVALUATE.                                                07720000
                                                                        07730000
      **************************************************************    07740000
      * KEEPS THE FIRST RECORD FROM EACH MASTER FOR THE CUSTOMER   *    07750000
      * NUMBER, COUNTS ANY FURTHER ONE AS A DUPLICATE, AND TAKES   *    07760000
      * THE NEXT SORTED RECORD                                     *    07770000
      **************************************************************    07780000
       330-TAKE-CUSTOMER-RECORD.                                        07790000
                                                                        07800000
           IF SR-PREVIOUS                                               07810000
               IF PREVIOUS-FOUND                                        07820000
                   ADD 1 TO PREVIOUS-DUPLICATES                         07830000
               ELSE                                                     07840000
                   MOVE SR-MASTER-IMAGE TO PREVIOUS-CUSTOMER            07850000
                   MOVE "Y" TO PREVIOUS-FOUND-SWITCH                    07860000
               END-IF                                                   07870000
           ELSE                                                         07880000
               IF CURRENT-FOUND                                         07890000
                   ADD 1 TO CURRENT-DUPLICATES                          07900000
               ELSE                                                     07910000
                   MOVE SR-MASTER-IMAGE TO CURRENT-CUSTOMER             07920000
                   MOVE "Y" TO CURRENT-FOUND-SWITCH                     07930000
               END-IF                                                   07940000
           END-IF.                                                      07950000
                                                                        07960000
           PERFORM 310-RETURN-SORT-RECORD.                              07970000
                                                                        07980000
      **************************************************************    07990000
      * COMPARES A CUSTOMER ON BOTH MASTERS - A NEW NAME, A NEW    *    08000000
      * BRANCH OR SALESREP, OR A DIFFERENCE IN ANY OF THE THREE    *    08010000
      * YEARS OF SALES MAKES IT A CHANGED CUSTOMER, COUNTED UNDER  *    08020000
      * EVERY TYPE THAT APPLIES                                    *    08030000
      **************************************************************    08040000
       340-CHECK-CUSTOMER-CHANGES.                                      08050000
                                                                        08060000
           IF PC-CUSTOMER-NAME NOT = NC-CUSTOMER-NAME                   08070000
               MOVE "Y" TO RENAMED-FLAG                                 08080000
               ADD 1 TO CUSTOMERS-RENAMED                               08090000
           END-IF.                                                      08100000
                                                                        08110000
           IF PC-BRANCH-NUMBER NOT = NC-BRANCH-NUMBER                   08120000
              OR PC-SALESREP-NUMBER NOT = NC-SALESREP-NUMBER            08130000
               MOVE "Y" TO MOVED-FLAG                                   08140000
               ADD 1 TO CUSTOMERS-MOVED                                 08150000
           END-IF.                                                      08160000
                                                                        08170000
           IF PC-SALES-THIS-YTD NOT = NC-SALES-THIS-YTD                 08180000
              OR PC-SALES-LAST-YTD NOT = NC-SALES-LAST-YTD              08190000
              OR PC-SALES-TWO-YEARS-AGO NOT = NC-SALES-TWO-YEARS-AGO    08200000
               MOVE "Y" TO SALES-CHANGED-FLAG                           08210000
               ADD 1 TO CUSTOMERS-SALES-CHANGED                         08220000
           END-IF.                                                      08230000
                                                                        08240000
           IF RENAMED-FLAG = "Y"                                        08250000
              OR MOVED-FLAG = "Y"                                       08260000
              OR SALES-CHANGED-FLAG = "Y"                               08270000
               MOVE "C" TO CHANGE-TYPE                                  08280000
               PERFORM 350-WRITE-FEED-DETAIL                            08290000
           ELSE                                                         08300000
               ADD 1 TO CUSTOMERS-UNCHANGED                             08310000
           END-IF.                                                      08320000
                                                                        08330000
      **************************************************************    08340000
      * BUILDS ONE FEED DETAIL WITH THE CHANGE TYPE, THE CHANGE    *    08350000
      * FLAGS, AND THE OLD AND NEW VALUES, AND HOLDS IT ON THE     *    08360000
      * WORK FILE UNTIL THE HEADER CAN BE WRITTEN                  *    08370000
      **************************************************************    08380000
       350-WRITE-FEED-DETAIL.                                           08390000
                                                                        08400000
           MOVE SPACES                  TO CRM-FEED-RECORD.             08410000
           MOVE "D"                     TO CF-RECORD-TYPE.              08420000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO CF-FEED-DATE.             08430000
           MOVE CHANGE-TYPE             TO CF-CHANGE-TYPE.              08440000
           MOVE RENAMED-FLAG            TO CF-RENAMED-FLAG.             08450000
           MOVE MOVED-FLAG              TO CF-MOVED-FLAG.               08460000
           MOVE SALES-CHANGED-FLAG      TO CF-SALES-CHANGED-FLAG.       08470000
           MOVE COMPARE-CUSTOMER-NUMBER TO CF-CUSTOMER-NUMBER.          08480000
                                                                        08490000
           IF PREVIOUS-FOUND                                            08500000
               MOVE PC-BRANCH-NUMBER       TO CF-OLD-BRANCH-NUMBER      08510000
               MOVE PC-SALESREP-NUMBER     TO CF-OLD-SALESREP-NUMBER    08520000
               MOVE PC-CUSTOMER-NAME       TO CF-OLD-CUSTOMER-NAME      08530000
               MOVE PC-SALES-THIS-YTD      TO CF-OLD-SALES-THIS-YTD     08540000
               MOVE PC-SALES-LAST-YTD      TO CF-OLD-SALES-LAST-YTD     08550000
               MOVE PC-SALES-TWO-YEARS-AGO TO CF-OLD-SALES-TWO-YEARS    08560000
           ELSE                                                         08570000
               MOVE ZERO TO CF-OLD-BRANCH-NUMBER                        08580000
                            CF-OLD-SALESREP-NUMBER                      08590000
                            CF-OLD-SALES-THIS-YTD                       08600000
                            CF-OLD-SALES-LAST-YTD                       08610000
                            CF-OLD-SALES-TWO-YEARS                      08620000
               MOVE SPACES TO CF-OLD-CUSTOMER-NAME                      08630000
           END-IF.                                                      08640000
                                                                        08650000
           IF CURRENT-FOUND                                             08660000
               MOVE NC-BRANCH-NUMBER       TO CF-NEW-BRANCH-NUMBER      08670000
               MOVE NC-SALESREP-NUMBER     TO CF-NEW-SALESREP-NUMBER    08680000
               MOVE NC-CUSTOMER-NAME       TO CF-NEW-CUSTOMER-NAME      08690000
               MOVE NC-SALES-THIS-YTD      TO CF-NEW-SALES-THIS-YTD     08700000
               MOVE NC-SALES-LAST-YTD      TO CF-NEW-SALES-LAST-YTD     08710000
               MOVE NC-SALES-TWO-YEARS-AGO TO CF-NEW-SALES-TWO-YEARS    08720000
           ELSE                                                         08730000
               MOVE ZERO TO CF-NEW-BRANCH-NUMBER                        08740000
                            CF-NEW-SALESREP-NUMBER                      08750000
                            CF-NEW-SALES-THIS-YTD                       08760000
                            CF-NEW-SALES-LAST-YTD                       08770000
                            CF-NEW-SALES-TWO-YEARS                      08780000
               MOVE SPACES TO CF-NEW-CUSTOMER-NAME                      08790000
           END-IF.                                                      08800000
                                                                        08810000
           WRITE CRMWORK-RECORD FROM CRM-FEED-RECORD.                   08820000
           ADD 1 TO FEED-DETAIL-COUNT.                                  08830000
                                                                        08840000
      **************************************************************    08850000
      * WRITES THE CRM FEED - THE HEADER WITH THE COUNTS NOW THAT  *    08860000
      * THEY ARE KNOWN, EVERY DETAIL HELD ON THE WORK FILE, AND    *    08870000
      * THE TRAILER WITH THE SAME COUNTS                           *    08880000
      **************************************************************    08890000
       400-WRITE-CRM-FEED.                                              08900000
                                                                        08910000
           OPEN INPUT  CRMWORK                                          08920000
                OUTPUT CRMFEED.                                         08930000
                                                                        08940000
           MOVE SPACES                  TO CRM-FEED-RECORD.             08950000
           MOVE "H"                     TO CF-RECORD-TYPE.              08960000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO CF-FEED-DATE.             08970000
           MOVE "CRM5000"               TO CF-SOURCE-PROGRAM.           08980000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO CF-RUN-DATE.              08990000
           MOVE CURRENT-DATE-AND-TIME(9:4) TO CF-RUN-TIME.              09000000
           MOVE PREVIOUS-POSTED-DATE    TO CF-PREVIOUS-POSTED-DATE.     09010000
           MOVE CURRENT-POSTED-DATE     TO CF-CURRENT-POSTED-DATE.      09020000
           MOVE CUSTOMERS-ADDED         TO CF-HDR-ADDED-COUNT.          09030000
           MOVE CUSTOMERS-DELETED       TO CF-HDR-DELETED-COUNT.        09040000
           MOVE CUSTOMERS-RENAMED       TO CF-HDR-RENAMED-COUNT.        09050000
           MOVE CUSTOMERS-MOVED         TO CF-HDR-MOVED-COUNT.          09060000
           MOVE CUSTOMERS-SALES-CHANGED TO CF-HDR-SALES-COUNT.          09070000
           MOVE FEED-DETAIL-COUNT       TO CF-HDR-DETAIL-COUNT.         09080000
           WRITE CRMFEED-RECORD FROM CRM-FEED-RECORD.                   09090000
                                                                        09100000
           PERFORM 410-READ-WORK-RECORD.                                09110000
           PERFORM 420-COPY-WORK-RECORD                                 09120000
               UNTIL CRMWORK-EOF.                                       09130000
                                                                        09140000
           MOVE SPACES                  TO CRM-FEED-RECORD.             09150000
           MOVE "T"                     TO CF-RECORD-TYPE.              09160000
           MOVE CURRENT-DATE-AND-TIME(1:8) TO CF-FEED-DATE.             09170000
           MOVE CUSTOMERS-ADDED         TO CF-TRL-ADDED-COUNT.          09180000
           MOVE CUSTOMERS-DELETED       TO CF-TRL-DELETED-COUNT.        09190000
           MOVE CUSTOMERS-RENAMED       TO CF-TRL-RENAMED-COUNT.        09200000
           MOVE CUSTOMERS-MOVED         TO CF-TRL-MOVED-COUNT.          09210000
           MOVE CUSTOMERS-SALES-CHANGED TO CF-TRL-SALES-COUNT.          09220000
           MOVE FEED-DETAIL-COUNT       TO CF-TRL-DETAIL-COUNT.         09230000
           WRITE CRMFEED-RECORD FROM CRM-FEED-RECORD.                   09240000
                                                                        09250000
           CLOSE CRMWORK                                                09260000
                 CRMFEED.                                               09270000
                                                                        09280000
           DISPLAY "CRM5000 - " CF-TRL-DETAIL-COUNT                     09290000
               " CHANGED CUSTOMERS WRITTEN TO CRMFEED".                 09300000
                                                                        09310000
      **************************************************************    09320000
      * READS THE NEXT HELD DETAIL AND IF ITS THE LAST ONE UPDATES *    09330000
      * THE CRMWORK-EOF-SWITCH                                     *    09340000
      **************************************************************    09350000
       410-READ-WORK-RECORD.                                            09360000
                                                                        09370000
           READ CRMWORK                                                 09380000
               AT END                                                   09390000
                   MOVE "Y" TO CRMWORK-EOF-SWITCH.                      09400000
                                                                        09410000
      **************************************************************    09420000
      * COPIES ONE HELD DETAIL TO THE FEED AND READS THE NEXT      *    09430000
      **************************************************************    09440000
       420-COPY-WORK-RECORD.                                            09450000
                                                                        09460000
           WRITE CRMFEED-RECORD FROM CRMWORK-RECORD.                    09470000
           PERFORM 410-READ-WORK-RECORD.                                09480000
                                                                        09490000
      **************************************************************    09500000
      * PRINTS THE RUN BOOK SUMMARY - WHAT WAS COMPARED, AND THE   *    09510000
      * SAME CHANGE COUNTS THE FEED'S HEADER AND TRAILER CARRY     *    09520000
      **************************************************************    09530000
       500-PRINT-FEED-SUMMARY.                                          09540000
                                                                        09550000
           PERFORM 230-PRINT-HEADING-LINES.                             09560000
                                                                        09570000
           MOVE "MASTERS COMPARED" TO SL-TITLE.                         09580000
           MOVE SECTION-LINE TO PRINT-AREA.                             09590000
           PERFORM 225-WRITE-REPORT-LINE.                               09600000
                                                                        09610000
           MOVE "PREVIOUS MASTER CUSTOMERS" TO TL-DESCRIPTION.          09620000
           MOVE PREVIOUS-RELEASED TO TL-COUNT.                          09630000
           MOVE COUNT-LINE TO PRINT-AREA.                               09640000
           PERFORM 225-WRITE-REPORT-LINE.                               09650000
                                                                        09660000
           MOVE "CURRENT MASTER CUSTOMERS" TO TL-DESCRIPTION.           09670000
           MOVE CURRENT-RELEASED TO TL-COUNT.                           09680000
           MOVE COUNT-LINE TO PRINT-AREA.                               09690000
           PERFORM 225-WRITE-REPORT-LINE.                               09700000
                                                                        09710000
           MOVE "DUPLICATES SKIPPED - PREVIOUS MASTER"                  09720000
               TO TL-DESCRIPTION.                                       09730000
           MOVE PREVIOUS-DUPLICATES TO TL-COUNT.                        09740000
           MOVE COUNT-LINE TO PRINT-AREA.                               09750000
           PERFORM 225-WRITE-REPORT-LINE.                               09760000
                                                                        09770000
           MOVE "DUPLICATES SKIPPED - CURRENT MASTER"                   09780000
               TO TL-DESCRIPTION.                                       09790000
           MOVE CURRENT-DUPLICATES TO TL-COUNT.                         09800000
           MOVE COUNT-LINE TO PRINT-AREA.                               09810000
           PERFORM 225-WRITE-REPORT-LINE.                               09820000
                                                                        09830000
           MOVE "CUSTOMERS UNCHANGED" TO TL-DESCRIPTION.                09840000
           MOVE CUSTOMERS-UNCHANGED TO TL-COUNT.                        09850000
           MOVE COUNT-LINE TO PRINT-AREA.                               09860000
           PERFORM 225-WRITE-REPORT-LINE.                               09870000
                                                                        09880000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           09890000
           PERFORM 225-WRITE-REPORT-LINE.                               09900000
                                                                        09910000
           MOVE "CHANGES WRITTEN TO CRMFEED - A CUSTOMER IS COUNTED "   09920000
               TO SL-TITLE.                                             09930000
           MOVE SECTION-LINE TO PRINT-AREA.                             09940000
           PERFORM 225-WRITE-REPORT-LINE.                               09950000
           MOVE "UNDER EVERY TYPE OF CHANGE IT HAS" TO SL-TITLE.        09960000
           MOVE SECTION-LINE TO PRINT-AREA.                             09970000
           PERFORM 225-WRITE-REPORT-LINE.                               09980000
                                                                        09990000
           MOVE "ADDED" TO TL-DESCRIPTION.                              10000000
           MOVE CUSTOMERS-ADDED TO TL-COUNT.                            10010000
           MOVE COUNT-LINE TO PRINT-AREA.                               10020000
           PERFORM 225-WRITE-REPORT-LINE.                               10030000
                                                                        10040000
           MOVE "DELETED" TO TL-DESCRIPTION.                            10050000
           MOVE CUSTOMERS-DELETED TO TL-COUNT.                          10060000
           MOVE COUNT-LINE TO PRINT-AREA.                               10070000
           PERFORM 225-WRITE-REPORT-LINE.                               10080000
                                                                        10090000
           MOVE "RENAMED" TO TL-DESCRIPTION.                            10100000
           MOVE CUSTOMERS-RENAMED TO TL-COUNT.                          10110000
           MOVE COUNT-LINE TO PRINT-AREA.                               10120000
           PERFORM 225-WRITE-REPORT-LINE.                               10130000
                                                                        10140000
           MOVE "MOVED BRANCH/SALESREP" TO TL-DESCRIPTION.              10150000
           MOVE CUSTOMERS-MOVED TO TL-COUNT.                            10160000
           MOVE COUNT-LINE TO PRINT-AREA.                               10170000
           PERFORM 225-WRITE-REPORT-LINE.                               10180000
                                                                        10190000
           MOVE "SALES FIGURES CHANGED" TO TL-DESCRIPTION.              10200000
           MOVE CUSTOMERS-SALES-CHANGED TO TL-COUNT.                    10210000
           MOVE COUNT-LINE TO PRINT-AREA.                               10220000
           PERFORM 225-WRITE-REPORT-LINE.                               10230000
                                                                        10240000
           MOVE "DETAIL RECORDS WRITTEN" TO TL-DESCRIPTION.             10250000
           MOVE FEED-DETAIL-COUNT TO TL-COUNT.                          10260000
           MOVE COUNT-LINE TO PRINT-AREA.                               10270000
           PERFORM 225-WRITE-REPORT-LINE.                               10280000
