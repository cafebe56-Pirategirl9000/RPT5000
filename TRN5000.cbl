      *   periodic checkpoints so an abend deep into the post can be    00130007
      *   picked back up with PARM='RESTART' instead of rerunning the   00130008
      *   whole night from the top                                      00130009
      *   An invoice number and type posted this year or last - on      00130010
      *   SALESHIST or earlier in the run under any key - rejects as    00130011
      *   DUP instead of posting twice, and a file that is mostly       00130012
      *   invoices already posted or repeated is refused outright as    00130013
      *   a probable resend of an earlier file. Every history record is 00130014
      *   stamped with the date it posted, and the new master's control 00130015
      *   trailer carries that date and the sales year THIS-YTD belongs 00130016
      *   to, so a backup generation of CUSTMAST knows exactly which    00130017
      *   history records it already holds and RCV5000 can roll it      00130018
      *   forward. Every transaction now carries the product line it    00130019
      *   was sold under, checked against the product master PRODMAST - 00130020
      *   an unknown or missing product code rejects with reason PRD -  00130021
      *   and the code is carried onto SALESHIST so sales and returns   00130022
      *   can be reported by product line. The run files its end        00130023
      *   in the batch-state control file BATCHCTL under the            00130024
      *   business date CTL5000 opened the job with - its return        00130025
      *   code and the count and hash of the new master's trailer       00130026
      *   - so CTL5000 can hold IDX5000J and RPT5000J until the         00130027
      *   post is through and check they are handed the master it       00130028
      *   made                                                          00130029
       ENVIRONMENT DIVISION.                                            00150000
                                                                        00160000
       INPUT-OUTPUT SECTION.                                            00170000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00220000
           SELECT REGISTER ASSIGN TO REGISTER.                          00230000
           SELECT REJECTS ASSIGN TO REJECTS.                            00240000
           SELECT OPTIONAL SALESHIST ASSIGN TO SALESHIST.               00240001
           SELECT OPTIONAL CHKPOINT ASSIGN TO CHKPOINT.                 00240002
           SELECT PRODMAST ASSIGN TO PRODMAST.                          00240003
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00240013
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00240023
                                                                        00250000
       DATA DIVISION.                                                   00260000
                                                                        00270000
               88  SALE-TRANSACTION             VALUE "S".              00470002
               88  RETURN-TRANSACTION           VALUE "R".              00470003
               88  ADJUSTMENT-TRANSACTION       VALUE "A".              00470004
           05  TR-PRODUCT-CODE         PIC X(4).                        00470005
           05  FILLER                  PIC X(45).                       00470015
                                                                        00490000
      **************************************************************    00500000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST,      *   00510000
                                                                        00900000
      **************************************************************    00910000
      * REJECTS FILE - EVERY TRANSACTION WHOSE BRANCH/SALESREP/     *   00920000
      * CUSTOMER COMBINATION ISN'T ON CUSTMAST, OR THAT FAILS THE   *   00930000
      * TYPE, DUPLICATE, OR PRODUCT EDITS, WITH A REASON CODE,      *   00930001
      * SO BILLING CAN CORRECT AND RESUBMIT THEM                    *   00940000
      **************************************************************    00950000
       FD  REJECTS                                                      00960000
           05  RJ-SALE-AMOUNT          PIC S9(5)V9(2).                  01070000
           05  RJ-REASON-CODE          PIC X(3).                        01080000
           05  RJ-TRANS-TYPE           PIC X(1).                        01080001
           05  RJ-PRODUCT-CODE         PIC X(4).                        01080002
           05  FILLER                  PIC X(42).                       01080012
                                                                        01090001
      **************************************************************    01090002
      * CUMULATIVE SALES DETAIL HISTORY FILE - ONE RECORD APPENDED  *   01090003
           05  SH-INVOICE-NUMBER       PIC 9(6).                        01090018
           05  SH-SALE-AMOUNT          PIC S9(5)V9(2).                  01090019
           05  SH-TRANS-TYPE           PIC X(1).                        01090020
           05  SH-POSTED-DATE          PIC 9(8).                        01090021
           05  SH-PRODUCT-CODE         PIC X(4).                        01090062
           05  FILLER                  PIC X(37).                       01090063
                                                                        01090064
      **************************************************************    01090065
      * CHECKPOINT DATASET - ONE RECORD, REWRITTEN EVERY           *    01090066
      * CHECKPOINT-INTERVAL MASTERS RELEASED: THE LAST KEY WRITTEN *    01090067
      * TO NEWMAST AND EVERY RUNNING TOTAL THE RUN WOULD NEED TO   *    01090068
      * PICK UP FROM THAT POINT. CLEARED TO SPACES WHEN A RUN      *    01090069
      * FINISHES SO A STALE CHECKPOINT CAN NEVER FEED A RESTART    *    01090070
      **************************************************************    01090071
       FD  CHKPOINT                                                     01090072
           RECORDING MODE IS F                                          01090073
           LABEL RECORDS ARE STANDARD                                   01090074
           RECORD CONTAINS 250 CHARACTERS                               01090075
           BLOCK CONTAINS 250 CHARACTERS.                               01090076
       01  CHECKPOINT-RECORD.                                           01090077
           05  CK-LAST-KEY             PIC X(9).                        01090078
           05  CK-INPUT-RECORD-COUNT   PIC S9(7).                       01090079
           05  CK-INPUT-HASH-THIS-YTD  PIC S9(9)V9(2).                  01090080
           05  CK-INPUT-HASH-LAST-YTD  PIC S9(9)V9(2).                  01090081
           05  CK-INPUT-HASH-TWO-YEARS-AGO PIC S9(9)V9(2).              01090082
           05  CK-OUTPUT-RECORD-COUNT  PIC S9(7).                       01090083
           05  CK-OUTPUT-HASH-THIS-YTD PIC S9(9)V9(2).                  01090084
           05  CK-OUTPUT-HASH-LAST-YTD PIC S9(9)V9(2).                  01090085
           05  CK-OUTPUT-HASH-TWO-YEARS-AGO PIC S9(9)V9(2).             01090086
           05  CK-OLD-BRANCH-NUMBER    PIC 9(2).                        01090087
           05  CK-BRANCH-OPENING-BALANCE PIC S9(7)V9(2).                01090088
           05  CK-BRANCH-CLOSING-BALANCE PIC S9(7)V9(2).                01090089
           05  CK-BRANCH-POSTED-AMOUNT PIC S9(7)V9(2).                  01090090
           05  CK-BRANCH-POSTED-COUNT  PIC S9(5).                       01090091
           05  CK-BRANCH-REJECT-COUNT  PIC S9(5).                       01090092
           05  CK-BRANCH-SALE-AMOUNT   PIC S9(7)V9(2).                  01090093
           05  CK-BRANCH-RETURN-AMOUNT PIC S9(7)V9(2).                  01090094
           05  CK-BRANCH-ADJUST-AMOUNT PIC S9(7)V9(2).                  01090095
           05  CK-GRAND-OPENING-BALANCE PIC S9(7)V9(2).                 01090096
           05  CK-GRAND-CLOSING-BALANCE PIC S9(7)V9(2).                 01090097
           05  CK-GRAND-POSTED-AMOUNT  PIC S9(7)V9(2).                  01090098
           05  CK-GRAND-POSTED-COUNT   PIC S9(5).                       01090099
           05  CK-GRAND-REJECT-COUNT   PIC S9(5).                       01090100
           05  CK-GRAND-SALE-AMOUNT    PIC S9(7)V9(2).                  01090101
           05  CK-GRAND-RETURN-AMOUNT  PIC S9(7)V9(2).                  01090102
           05  CK-GRAND-ADJUST-AMOUNT  PIC S9(7)V9(2).                  01090103
           05  CK-GRAND-DUPLICATE-COUNT PIC S9(5).                      01090104
           05  FILLER                  PIC X(26).                       01090105
                                                                        01090106
      **************************************************************    01090107
      * PRODUCT MASTER FROM PRD5000 - ONE RECORD PER PRODUCT LINE  *    01090108
      * BILLING MAY SELL UNDER. LOADED WHOLE AT STARTUP SO EVERY   *    01090112
      * TRANSACTION'S PRODUCT CODE CAN BE CHECKED AGAINST IT       *    01090122
      **************************************************************    01090132
       FD  PRODMAST                                                     01090142
           RECORDING MODE IS F                                          01090152
           LABEL RECORDS ARE STANDARD                                   01090162
           RECORD CONTAINS 130 CHARACTERS                               01090172
           BLOCK CONTAINS 130 CHARACTERS.                               01090182
       01  PRODUCT-MASTER-RECORD.                                       01090192
           05  PM-PRODUCT-CODE         PIC X(4).                        01090202
           05  PM-PRODUCT-NAME         PIC X(20).                       01090212
           05  FILLER                  PIC X(106).                      01090222
                                                                        01090232
      **************************************************************    01090242
      * SORT WORK FILE - THIS YEAR'S SALESHIST RECORDS ARE RELEASED *   01090252
      * HERE AND COME BACK IN INVOICE NUMBER/TYPE ORDER SO THE      *   01090262
      * POSTED-INVOICE-TABLE LOADS READY FOR A BINARY SEARCH        *   01090272
      **************************************************************    01090282
       SD  SORT-FILE                                                    01090292
           RECORD CONTAINS 80 CHARACTERS.                               01090302
       01  SORT-RECORD.                                                 01090312
           05  HS-BRANCH-NUMBER        PIC 9(2).                        01090322
           05  HS-SALESREP-NUMBER      PIC 9(2).                        01090332
           05  HS-CUSTOMER-NUMBER      PIC 9(5).                        01090342
           05  HS-INVOICE-DATE         PIC 9(8).                        01090352
           05  HS-INVOICE-NUMBER       PIC 9(6).                        01090362
           05  HS-SALE-AMOUNT          PIC S9(5)V9(2).                  01090372
           05  HS-TRANS-TYPE           PIC X(1).                        01090382
           05  FILLER                  PIC X(49).                       01090392
                                                                        01090402
      **************************************************************    01090412
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    01090422
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    01090432
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    01090442
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    01090452
      **************************************************************    01090462
       FD  BATCHCTL                                                     01090472
           RECORDING MODE IS F                                          01090482
           LABEL RECORDS ARE STANDARD                                   01090492
           RECORD CONTAINS 130 CHARACTERS                               01090502
           BLOCK CONTAINS 130 CHARACTERS.                               01090512
       01  BATCH-CONTROL-RECORD.                                        01090522
           05  BC-BUSINESS-DATE        PIC 9(8).                        01090532
           05  BC-JOB-NAME             PIC X(8).                        01090542
           05  BC-STEP-NAME            PIC X(8).                        01090552
           05  BC-EVENT                PIC X(1).                        01090562
               88  BC-GATE-PASSED               VALUE "S".              01090572
               88  BC-GATE-FORCED               VALUE "F".              01090582
               88  BC-GATE-REFUSED              VALUE "R".              01090592
               88  BC-STEP-ENDED                VALUE "E".              01090602
           05  BC-RETURN-CODE          PIC 9(2).                        01090612
           05  BC-TRAILER-SOURCE       PIC X(1).                        01090622
               88  BC-LIVE-MASTER               VALUE "L".              01090632
               88  BC-NEW-MASTER                VALUE "N".              01090642
               88  BC-COPY-OF-MASTER            VALUE "C".              01090652
           05  BC-TRAILER-COUNT        PIC 9(7).                        01090662
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  01090672
           05  BC-RUN-DATE             PIC 9(8).                        01090682
           05  BC-RUN-TIME             PIC 9(6).                        01090692
           05  BC-MESSAGE              PIC X(40).                       01090702
           05  FILLER                  PIC X(30).                       01090712
                                                                        01090722
                                                                        01100033
       WORKING-STORAGE SECTION.                                         01110000
                                                                        01120000
      *------------------------------------------------------------*    01130000
               88  TRAILER-SEEN                 VALUE "Y".              01290002
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01290003
               88  TRAILER-ERROR                VALUE "Y".              01290004
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01290009
               88  BATCHCTL-EOF                 VALUE "Y".              01290010
           05  RESTART-RUN-SWITCH      PIC X    VALUE "N".              01290011
               88  RESTART-RUN                  VALUE "Y".              01290012
           05  CHKPOINT-EOF-SWITCH     PIC X    VALUE "N".              01290013
               88  CHKPOINT-EOF                 VALUE "Y".              01290014
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              01290015
               88  SALESHIST-EOF                VALUE "Y".              01290016
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".              01290017
               88  SORT-EOF                     VALUE "Y".              01290018
           05  TABLE-OVERFLOW-SWITCH   PIC X    VALUE "N".              01290019
               88  TABLE-OVERFLOW               VALUE "Y".              01290020
           05  INVOICE-POSTED-SWITCH   PIC X    VALUE "N".              01290021
               88  INVOICE-POSTED               VALUE "Y".              01290022
           05  RUN-TABLE-FULL-SWITCH   PIC X    VALUE "N".              01290023
               88  RUN-TABLE-FULL               VALUE "Y".              01290024
           05  PRODMAST-EOF-SWITCH     PIC X    VALUE "N".              01290025
               88  PRODMAST-EOF                 VALUE "Y".              01290026
           05  PRODUCT-FOUND-SWITCH    PIC X    VALUE "N".              01290027
               88  PRODUCT-FOUND                VALUE "Y".              01290028
                                                                        01300000
      **************************************************************    01310000
      * SORT KEYS BUILT FROM THE CURRENT MASTER AND TRANSACTION    *    01320000
                                                                        01410001
           *> WHY THE CURRENT TRANSACTION IS BEING REJECTED - SPACES    01410002
           *> MEANS IT PASSED THE TYPE EDITS AND CAN POST. SET TO       01410003
           *> NOF/TYP/SGN/PRD/DUP BEFORE 210-REJECT-TRANSACTION IS      01410016
           *> PERFORMED                                                 01410032
           05  REJECT-REASON-CODE      PIC X(3) VALUE SPACES.           01410033
                                                                        01410034
           *> INVOICE NUMBER AND TYPE OF THE CURRENT TRANSACTION, IN    01410035
           *> THE SAME SHAPE AS THE INVOICE TABLE KEYS BELOW            01410036
           05  INVOICE-SEARCH-KEY.                                      01410037
               10  ISK-INVOICE-NUMBER  PIC 9(6).                        01410038
               10  ISK-TRANS-TYPE      PIC X(1).                        01410039
           05  EARLIEST-POSTED-YEAR    PIC 9(4) VALUE ZERO.             01410040
           *> THE DATE STAMPED ON EVERY HISTORY RECORD THIS RUN         01410041
           *> WRITES AND ON THE NEW MASTER'S TRAILER                    01410042
           05  POSTED-DATE             PIC 9(8) VALUE ZERO.             01410043
                                                                        01410044
      **************************************************************    01410045
      * THE CONTROL TRAILER RECORD CARRIED AS THE LAST RECORD ON    *   01410046
      * CUSTMAST - ITS KEY OF ALL NINES SORTS IT BEHIND EVERY REAL  *   01410047
      * CUSTOMER. THE INCOMING TRAILER IS VERIFIED AGAINST WHAT WE  *   01410048
      * ACTUALLY READ AND A FRESH TRAILER WITH THE DAY'S POSTINGS   *   01410049
      * FOLDED IN IS WRITTEN AS THE LAST RECORD OF THE NEW MASTER   *   01410050
      **************************************************************    01410051
       01  CONTROL-TRAILER-AREA.                                        01410052
           05  CT-TRAILER-KEY          PIC X(9).                        01410053
           05  CT-TRAILER-ID           PIC X(8).                        01410054
           05  CT-RECORD-COUNT         PIC 9(7).                        01410055
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  01410056
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  01410057
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  01410058
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        01410059
           05  CT-SALES-YEAR           PIC 9(4).                        01410060
           05  FILLER                  PIC X(61).                       01410061
                                                                        01410062
      **************************************************************    01410063
      * COUNT AND HASH TOTALS ACCUMULATED FROM THE MASTER RECORDS   *   01410064
      * READ AND FROM THE RECORDS WRITTEN, FOR VERIFYING THE        *   01410065
      * INCOMING TRAILER AND BUILDING THE OUTGOING ONE              *   01410066
      **************************************************************    01410067
       01  TRAILER-AUDIT-FIELDS.                                        01410068
           05  INPUT-RECORD-COUNT      PIC S9(7)     VALUE ZERO.        01410069
           05  INPUT-HASH-THIS-YTD     PIC S9(9)V99  VALUE ZERO.        01410070
           05  INPUT-HASH-LAST-YTD     PIC S9(9)V99  VALUE ZERO.        01410071
           05  INPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.        01410072
           *> THE SALES YEAR THE INCOMING TRAILER SAYS THIS-YTD         01410073
           *> BELONGS TO - ZERO ON A MASTER WRITTEN BEFORE THE          01410074
           *> TRAILER CARRIED ONE                                       01410075
           05  INPUT-SALES-YEAR        PIC 9(4)      VALUE ZERO.        01410076
           05  OUTPUT-RECORD-COUNT     PIC S9(7)     VALUE ZERO.        01410077
           05  OUTPUT-HASH-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        01410078
           05  OUTPUT-HASH-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        01410079
           05  OUTPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.       01410080
                                                                        01420000
      **************************************************************    01420001
      * OUTPUT BUFFERS - RELEASED MASTERS, REJECTS, AND HISTORY    *    01420002
           05  BUFFER-SUB              PIC S9(5) COMP VALUE ZERO.       01420021
                                                                        01420022
      **************************************************************    01420023
      * EVERY INVOICE NUMBER AND TYPE ON SALESHIST DATED THIS YEAR *    01420039
      * OR LAST (A LATE INVOICE CAN STILL BE RESENT), LOADED AT    *    01420040
      * STARTUP IN ASCENDING ORDER FOR A BINARY SEARCH INSTEAD OF  *    01420041
      * A PASS OVER BOTH YEARS. 1,000,000 ENTRIES - ABORT RATHER   *    01420042
      * THAN OVERRUN IT                                            *    01420043
      **************************************************************    01420044
       01  POSTED-INVOICE-TABLE.                                        01420045
           05  POSTED-INVOICE-COUNT    PIC S9(7) COMP VALUE ZERO.       01420046
           05  POSTED-INVOICE-ENTRY OCCURS 1 TO 1000000 TIMES           01420047
                   DEPENDING ON POSTED-INVOICE-COUNT                    01420048
                   ASCENDING KEY IS PI-INVOICE-KEY                      01420049
                   INDEXED BY PI-INDEX.                                 01420050
               10  PI-INVOICE-KEY      PIC X(7).                        01420051
                                                                        01420052
      **************************************************************    01420053
      * EVERY INVOICE NUMBER AND TYPE POSTED TONIGHT, TO ANY       *    01420054
      * CUSTOMER - A COPY UNDER ANOTHER KEY (A SUSPENSE RETRY WITH *    01420055
      * A CORRECTED CUSTOMER NUMBER) MUST STILL REJECT. THE PRE-   *    01420056
      * POST SCAN FILLS IT FIRST, THEN EMPTIES IT. 20,000 ENTRIES  *    01420057
      * - PAST THAT, LATER REPEATS GO UNCHECKED                    *    01420058
      **************************************************************    01420059
       01  RUN-INVOICE-TABLE.                                           01420060
           05  RUN-INVOICE-COUNT       PIC S9(5) COMP VALUE ZERO.       01420061
           05  RUN-INVOICE-ENTRY OCCURS 1 TO 20000 TIMES                01420062
                   DEPENDING ON RUN-INVOICE-COUNT                       01420063
                   INDEXED BY RI-INDEX.                                 01420064
               10  RI-INVOICE-KEY      PIC X(7).                        01420065
                                                                        01420066
      **************************************************************    01420067
      * EVERY PRODUCT CODE ON PRODMAST, LOADED AT STARTUP. A       *    01420068
      * TRANSACTION WHOSE CODE IS NOT IN HERE REJECTS AS PRD.      *    01420069
      * 200 ENTRIES - ABORT RATHER THAN OVERRUN IT                 *    01420070
      **************************************************************    01420071
       01  PRODUCT-TABLE.                                               01420072
           05  PRODUCT-COUNT           PIC S9(3)  VALUE ZERO.           01420073
           05  PRODUCT-ENTRY OCCURS 200 TIMES                           01420074
                   INDEXED BY PT-INDEX.                                 01420075
               10  PT-PRODUCT-CODE     PIC X(4).                        01420076
                                                                        01420077
      **************************************************************    01420078
      * COUNTS FROM THE PRE-POST SCAN OF THE TRANSACTION FILE FOR   *   01420079
      * THE PROBABLE-RESEND CHECK IN 030-CHECK-FOR-RESEND           *   01420080
      **************************************************************    01420081
       01  RESEND-CHECK-FIELDS.                                         01420082
           05  SCAN-TRANSACTION-COUNT  PIC 9(7)      VALUE ZERO.        01420083
           05  SCAN-DUPLICATE-COUNT    PIC 9(7)      VALUE ZERO.        01420084
           05  SCAN-DUPLICATE-PERCENT  PIC S9(3)V9   VALUE ZERO.        01420085
                                                                        01420086
      **************************************************************    01420087
      * VALUES PARSED OUT OF THE RUN PARM PASSED IN FROM THE JCL    *   01420088
      * EXEC STATEMENT (SEE 010-PARSE-RUN-PARM). ANY KEYWORD NOT    *   01420089
      * PRESENT ON THE PARM KEEPS ITS DEFAULT BELOW                *    01420090
      **************************************************************    01420091
       01  RUN-PARM-FIELDS.                                             01420092
           05  CHECKPOINT-INTERVAL  PIC 9(5)     VALUE 1000.            01420093
           05  CHECKPOINT-COUNTER   PIC S9(5) COMP  VALUE ZERO.         01420094
                                                                        01420095
           *> A FILE WHOSE SHARE OF ALREADY-POSTED INVOICES IS OVER     01420096
           *> THIS PERCENT IS REFUSED AS A RESEND - DUPLIMIT=100 ON     01420097
           *> THE PARM TURNS THE CHECK OFF                              01420098
           05  DUPLICATE-LIMIT      PIC 9(3)     VALUE 50.              01420099
           05  PARM-POINTER         PIC S9(3) COMP  VALUE 1.            01420100
           05  PARM-KEYWORD-COUNT   PIC S9(2)    VALUE ZERO.            01420101
           05  PARM-KEYWORD-ENTRY OCCURS 10 TIMES                       01420102
                   INDEXED BY PK-INDEX.                                 01420103
               10  PK-RAW-PAIR     PIC X(40).                           01420104
               10  PK-KEY          PIC X(20).                           01420105
               10  PK-VALUE        PIC X(20).                           01420106
                                                                        01420107
      **************************************************************    01430000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    01440000
      **************************************************************    01450000
           05  GRAND-POSTED-AMOUNT      PIC S9(7)V99   VALUE ZERO.      01620000
           05  GRAND-POSTED-COUNT       PIC S9(5)      VALUE ZERO.      01630000
           05  GRAND-REJECT-COUNT       PIC S9(5)      VALUE ZERO.      01640000
           05  GRAND-DUPLICATE-COUNT    PIC S9(5)      VALUE ZERO.      01640015
                                                                        01640016
      **************************************************************    01640017
      * POSTED AMOUNTS BROKEN OUT BY TRANSACTION TYPE, KEPT AT THE *    01640018
      * BRANCH LEVEL AND ROLLED INTO THE GRAND LEVEL THE SAME WAY  *    01640019
      * AS TOTAL-FIELDS, SO THE REGISTER SHOWS HOW MUCH OF THE     *    01640020
      * POSTED FIGURE WAS NEW BUSINESS VERSUS GIVEBACKS            *    01640021
      **************************************************************    01640022
       01  TYPE-TOTAL-FIELDS.                                           01640023
           05  BRANCH-SALE-AMOUNT       PIC S9(7)V99   VALUE ZERO.      01640024
           05  BRANCH-RETURN-AMOUNT     PIC S9(7)V99   VALUE ZERO.      01640025
           05  BRANCH-ADJUST-AMOUNT     PIC S9(7)V99   VALUE ZERO.      01640026
           05  GRAND-SALE-AMOUNT        PIC S9(7)V99   VALUE ZERO.      01640027
           05  GRAND-RETURN-AMOUNT      PIC S9(7)V99   VALUE ZERO.      01640028
           05  GRAND-ADJUST-AMOUNT      PIC S9(7)V99   VALUE ZERO.      01640029
                                                                        01650000
      **************************************************************    01650001
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    01650002
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    01650003
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    01650004
      **************************************************************    01650005
       01  BATCH-STATE-FIELDS.                                          01650006
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        01650007
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       01650008
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       01650009
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        01650010
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        01650011
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       01650012
                                                                        01650013
      **************************************************************    01660000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    01670000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    01680000
           05  GCL-POSTED-COUNT    PIC ZZZZ9.                           03780000
           05  FILLER              PIC X(12)    VALUE "   REJECTED:".   03790000
           05  GCL-REJECT-COUNT    PIC ZZZZ9.                           03800000
           05  FILLER              PIC X(22)    VALUE                   03800001
               "   ALREADY POSTED/DUP:".                                03800002
           05  GCL-DUPLICATE-COUNT PIC ZZZZ9.                           03800003
           05  FILLER              PIC X(49)    VALUE SPACE.            03810000
                                                                        03820000
       LINKAGE SECTION.                                                 03820001
                                                                        03820002
           *> OFTEN TO TAKE CHECKPOINTS                                 03900004
           PERFORM 010-PARSE-RUN-PARM.                                  03900005
                                                                        03900006
           *> GRABS THE DATE AND TIME INFORMATION FOR                   03980000
           *> THE HEADER LINES - THE CURRENT YEAR ALSO DECIDES WHICH    03980001
           *> SALESHIST INVOICES COUNT AS ALREADY POSTED                03980002
           PERFORM 100-FORMAT-REGISTER-HEADING.                         04000000
                                                                        04000001
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     04000002
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      04000003
           PERFORM 940-LOAD-BATCH-STATE.                                04000004
                                                                        04000005
           *> LOAD EVERY INVOICE NUMBER AND TYPE POSTED THIS YEAR OR    04000006
           *> LAST SO A REPEAT REJECTS INSTEAD OF POSTING TWICE - THIS  04000007
           *> HAS TO HAPPEN BEFORE SALESHIST IS OPENED FOR EXTEND       04000008
           PERFORM 020-LOAD-POSTED-INVOICES.                            04000009
                                                                        04000010
           *> LOAD THE PRODUCT CODES BILLING IS ALLOWED TO SELL         04000011
           *> UNDER - ALSO BEFORE ANY OUTPUT FILE IS OPENED             04000012
           PERFORM 027-LOAD-PRODUCT-TABLE.                              04000013
                                                                        04000014
           *> A FRESH RUN WHILE A CHECKPOINT IS PENDING WOULD           04000015
           *> RE-APPEND THE FAILED RUN'S FLUSHED HISTORY RECORDS        04000016
           *> TO SALESHIST AND DOUBLE-COUNT EVERY ONE OF THEM -         04000017
           *> REFUSE, THE RESTART PROCEDURE IS THE ONLY WAY ON.         04000018
           *> THAT COMES BEFORE THE RESEND CHECK, WHICH WOULD TAKE      04000019
           *> THOSE SAME FLUSHED POSTINGS FOR A RESENT FILE. A          04000020
           *> RESTART SKIPS BOTH - THE FAILED RUN ALREADY PASSED        04000021
           *> THE RESEND CHECK                                          04000022
           IF NOT RESTART-RUN                                           04000023
               PERFORM 040-CHECK-PENDING-CHECKPOINT                     04000024
               PERFORM 030-CHECK-FOR-RESEND                             04000025
           END-IF.                                                      04000026
                                                                        04000027
           *> A RESTART CONTINUES THE OUTPUT FILES THE FAILED RUN       04000028
           *> LEFT BEHIND - A FRESH RUN STARTS THEM OVER. THE           04000029
           *> REGISTER IS SYSOUT AND ALWAYS STARTS FRESH, FLAGGED       04000030
           *> AS A RESTART ON ITS HEADING                               04000031
           IF RESTART-RUN                                               04000032
               OPEN INPUT  SALESTRAN                                    04000033
                           CUSTMAST                                     04000034
                    OUTPUT REGISTER                                     04000035
                    EXTEND NEWMAST                                      04000036
                           REJECTS                                      04000037
                           SALESHIST                                    04000038
           ELSE                                                         04000039
               OPEN INPUT  SALESTRAN                                    04000040
                           CUSTMAST                                     04000041
                    OUTPUT NEWMAST                                      04000042
                           REGISTER                                     04000043
                           REJECTS                                      04000044
                    EXTEND SALESHIST                                    04000045
           END-IF.                                                      04000046
                                                                        04010000
           IF RESTART-RUN                                               04010001
               *> PICK THE RUNNING TOTALS BACK UP FROM THE              04010002
               PERFORM 050-RESTORE-CHECKPOINT                           04010002
               PERFORM 060-REPOSITION-FILES                             04010003
           ELSE                                                         04010004
               *> PRIME THE MATCH WITH THE FIRST RECORD FROM EACH       04020000
               *> FILE                                                  04020001
               PERFORM 110-READ-CUSTOMER-RECORD                         04030000
                                                                        04240006
           *> THEN CLOSE THE NEW MASTER WITH A FRESH CONTROL TRAILER    04240007
           PERFORM 260-WRITE-OUTPUT-TRAILER.                            04240008
                                                                        04240009
           *> THE NEW MASTER'S FRESH TRAILER IS THE ONE GENSTEP IS      04240010
           *> ABOUT TO MAKE LIVE FOR IDX5000J AND RPT5000J              04240011
           MOVE "N"              TO BATCH-TRAILER-SOURCE.               04240012
           MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT.                04240013
           MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH.                 04240014
                                                                        04250000
           *> FLAG THE RUN FOR THE SCHEDULER IF ANY TRANSACTION         04260000
           *> COULD NOT BE APPLIED SO THE REJECTS GET LOOKED AT -       04260001
           *> THE RUN MADE IT ALL THE WAY THROUGH - CLEAR THE           04300002
           *> CHECKPOINT SO A STALE ONE CAN NEVER FEED A RESTART        04300003
           PERFORM 270-CLEAR-CHECKPOINT.                                04300004
                                                                        04300005
           *> FILE THE END OF THE STEP FOR CTL5000 - AN EMERGENCY       04300006
           *> STOP NEVER GETS HERE, SO THE NIGHT SHOWS THE STEP AS      04300007
           *> STARTED WITH NO END UNTIL THE RESTART FINISHES IT         04300008
           PERFORM 950-WRITE-BATCH-CONTROL.                             04300009
                                                                        04310000
           CLOSE SALESTRAN                                              04320000
                 CUSTMAST                                               04330000
                   IF CHECKPOINT-INTERVAL > 2000                        04380072
                       MOVE 2000 TO CHECKPOINT-INTERVAL                 04380073
                   END-IF                                               04380074
               WHEN "DUPLIMIT"                                          04380078
                   *> PERCENT OF ALREADY-POSTED INVOICES A FILE MAY     04380176
                   *> CARRY BEFORE IT IS REFUSED AS A RESEND            04380177
                   IF FUNCTION TEST-NUMVAL(PK-VALUE(PK-INDEX)) = ZERO   04380178
                       COMPUTE DUPLICATE-LIMIT =                        04380179
                           FUNCTION NUMVAL(PK-VALUE(PK-INDEX))          04380180
                   END-IF                                               04380181
               WHEN OTHER                                               04380182
                   CONTINUE                                             04380183
           END-EVALUATE.                                                04380184
                                                                        04380185
      **************************************************************    04380186
      * LOADS THE POSTED-INVOICE-TABLE FROM SALESHIST. THE HISTORY *    04380187
      * IS IN POSTING ORDER, SO THE CURRENT AND PRIOR YEAR'S       *    04380188
      * RECORDS GO THROUGH THE SORT AND COME BACK IN INVOICE       *    04380189
      * NUMBER/TYPE ORDER READY FOR SEARCH ALL. A TABLE OVERFLOW   *    04380190
      * STOPS THE RUN BEFORE ANY OUTPUT FILE IS OPENED             *    04380191
      **************************************************************    04380192
       020-LOAD-POSTED-INVOICES.                                        04380193
                                                                        04380194
           SUBTRACT 1 FROM CD-YEAR GIVING EARLIEST-POSTED-YEAR.         04380195
                                                                        04380196
           OPEN INPUT SALESHIST.                                        04380197
           SORT SORT-FILE                                               04380198
               ON ASCENDING KEY HS-INVOICE-NUMBER                       04380199
                                HS-TRANS-TYPE                           04380200
               INPUT PROCEDURE IS 021-SELECT-POSTED-HISTORY             04380201
               OUTPUT PROCEDURE IS 024-STORE-POSTED-INVOICES.           04380202
           CLOSE SALESHIST.                                             04380203
                                                                        04380204
           IF TABLE-OVERFLOW                                            04380205
               MOVE 16 TO RETURN-CODE                                   04380206
               STOP RUN                                                 04380207
           END-IF.                                                      04380208
                                                                        04380209
      **************************************************************    04380210
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE HISTORY     *    04380211
      * FILE AND RELEASES ONLY INVOICES DATED THIS YEAR OR LAST    *    04380212
      **************************************************************    04380213
       021-SELECT-POSTED-HISTORY.                                       04380214
                                                                        04380215
           PERFORM 022-READ-HISTORY-RECORD.                             04380216
           PERFORM 023-SELECT-ONE-HISTORY UNTIL SALESHIST-EOF.          04380217
                                                                        04380218
      **************************************************************    04380219
      * READS A LINE OF THE HISTORY FILE AND IF ITS THE LAST ONE   *    04380220
      * UPDATES THE SALESHIST-EOF-SWITCH                           *    04380221
      **************************************************************    04380222
       022-READ-HISTORY-RECORD.                                         04380223
                                                                        04380224
           READ SALESHIST                                               04380225
               AT END                                                   04380226
                   MOVE "Y" TO SALESHIST-EOF-SWITCH.                    04380227
                                                                        04380228
      **************************************************************    04380230
      * RELEASES THE HISTORY RECORD JUST READ IF IT IS DATED THIS  *    04380231
      * YEAR OR LAST, THEN READS THE NEXT ONE                      *    04380232
      **************************************************************    04380233
       023-SELECT-ONE-HISTORY.                                          04380234
                                                                        04380235
           IF SH-INVOICE-DATE(1:4) NOT < EARLIEST-POSTED-YEAR           04380236
               RELEASE SORT-RECORD FROM SALES-HISTORY-RECORD            04380237
           END-IF.                                                      04380238
                                                                        04380239
           PERFORM 022-READ-HISTORY-RECORD.                             04380240
                                                                        04380241
      **************************************************************    04380242
      * OUTPUT PROCEDURE FOR THE SORT - TAKES THE SORTED INVOICES  *    04380243
      * BACK AND STORES EACH ONE'S NUMBER AND TYPE IN THE TABLE    *    04380244
      **************************************************************    04380245
       024-STORE-POSTED-INVOICES.                                       04380246
                                                                        04380247
           PERFORM 025-RETURN-POSTED-INVOICE.                           04380248
           PERFORM 026-STORE-ONE-INVOICE UNTIL SORT-EOF.                04380249
                                                                        04380250
      **************************************************************    04380251
      * TAKES THE NEXT SORTED HISTORY RECORD AND IF ITS THE LAST   *    04380252
      * ONE UPDATES THE SORT-EOF-SWITCH                            *    04380253
      **************************************************************    04380254
       025-RETURN-POSTED-INVOICE.                                       04380255
                                                                        04380256
           RETURN SORT-FILE                                             04380257
               AT END                                                   04380258
                   MOVE "Y" TO SORT-EOF-SWITCH.                         04380259
                                                                        04380260
      **************************************************************    04380261
      * ADDS THE SORTED INVOICE TO THE POSTED-INVOICE-TABLE THEN   *    04380262
      * TAKES THE NEXT ONE. 1,000,000 ENTRIES - ABORT RATHER THAN  *    04380263
      * OVERRUN IT                                                 *    04380264
      **************************************************************    04380265
       026-STORE-ONE-INVOICE.                                           04380266
                                                                        04380267
           IF POSTED-INVOICE-COUNT >= 1000000                           04380268
               DISPLAY "TRN5000 - RUN ABORTED - POSTED-INVOICE-TABLE "  04380269
                   "FULL"                                               04380270
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        04380271
               MOVE "Y" TO SORT-EOF-SWITCH                              04380272
           ELSE                                                         04380273
               ADD 1 TO POSTED-INVOICE-COUNT                            04380274
               MOVE HS-INVOICE-NUMBER TO ISK-INVOICE-NUMBER             04380275
               MOVE HS-TRANS-TYPE     TO ISK-TRANS-TYPE                 04380276
               MOVE INVOICE-SEARCH-KEY                                  04380277
                   TO PI-INVOICE-KEY(POSTED-INVOICE-COUNT)              04380278
               PERFORM 025-RETURN-POSTED-INVOICE                        04380279
           END-IF.                                                      04380280
                                                                        04380281
      **************************************************************    04380282
      * LOADS THE PRODUCT-TABLE FROM PRODMAST. AN EMPTY PRODUCT    *    04380283
      * MASTER WOULD REJECT THE WHOLE NIGHT'S FILE AND A TABLE     *    04380284
      * OVERFLOW WOULD REJECT GOOD CODES - EITHER ONE STOPS THE    *    04380285
      * RUN BEFORE ANY OUTPUT FILE IS OPENED                       *    04380286
      **************************************************************    04380287
       027-LOAD-PRODUCT-TABLE.                                          04380288
                                                                        04380289
           OPEN INPUT PRODMAST.                                         04380290
           PERFORM 028-READ-PRODUCT-RECORD.                             04380291
           PERFORM 029-STORE-ONE-PRODUCT                                04380292
               UNTIL PRODMAST-EOF OR TABLE-OVERFLOW.                    04380293
           CLOSE PRODMAST.                                              04380294
                                                                        04380295
           IF PRODUCT-COUNT = ZERO AND NOT TABLE-OVERFLOW               04380296
               DISPLAY "TRN5000 - RUN ABORTED - PRODMAST IS EMPTY"      04380297
               MOVE 16 TO RETURN-CODE                                   04380298
               STOP RUN                                                 04380299
           END-IF.                                                      04380300
                                                                        04380301
           IF TABLE-OVERFLOW                                            04380302
               MOVE 16 TO RETURN-CODE                                   04380303
               STOP RUN                                                 04380304
           END-IF.                                                      04380305
                                                                        04380306
      **************************************************************    04380307
      * READS A LINE OF THE PRODUCT MASTER AND IF ITS THE LAST ONE *    04380308
      * UPDATES THE PRODMAST-EOF-SWITCH                            *    04380309
      **************************************************************    04380310
       028-READ-PRODUCT-RECORD.                                         04380311
                                                                        04380312
           READ PRODMAST                                                04380313
               AT END                                                   04380314
                   MOVE "Y" TO PRODMAST-EOF-SWITCH.                     04380315
                                                                        04380316
      **************************************************************    04380317
      * ADDS THE PRODUCT JUST READ TO THE PRODUCT-TABLE THEN READS *    04380318
      * THE NEXT ONE. 200 ENTRIES - ABORT RATHER THAN OVERRUN IT   *    04380319
      **************************************************************    04380320
       029-STORE-ONE-PRODUCT.                                           04380321
                                                                        04380322
           IF PRODUCT-COUNT >= 200                                      04380323
               DISPLAY "TRN5000 - RUN ABORTED - PRODUCT-TABLE FULL"     04380324
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH                        04380325
           ELSE                                                         04380326
               ADD 1 TO PRODUCT-COUNT                                   04380327
               MOVE PM-PRODUCT-CODE TO PT-PRODUCT-CODE(PRODUCT-COUNT)   04380328
               PERFORM 028-READ-PRODUCT-RECORD                          04380329
           END-IF.                                                      04380330
                                                                        04380331
      **************************************************************    04380332
      * SCANS THE WHOLE TRANSACTION FILE AHEAD OF THE POST AND     *    04380333
      * COUNTS HOW MANY OF ITS INVOICES ARE ALREADY ON SALESHIST   *    04380334
      * OR REPEAT ONE EARLIER IN THE SAME FILE. OVER DUPLICATE-    *    04380335
      * LIMIT PERCENT MEANS BILLING ALMOST CERTAINLY RESENT AN OLD *    04380336
      * FILE - THE RUN IS REFUSED BEFORE ANYTHING IS POSTED OR     *    04380337
      * WRITTEN, SO THE LIVE CUSTMAST IS NEVER TOUCHED             *    04380338
      **************************************************************    04380339
       030-CHECK-FOR-RESEND.                                            04380340
                                                                        04380341
           OPEN INPUT SALESTRAN.                                        04380342
           PERFORM 120-READ-TRANSACTION-RECORD.                         04380343
           PERFORM 031-SCAN-ONE-TRANSACTION UNTIL SALESTRAN-EOF.        04380344
           CLOSE SALESTRAN.                                             04380345
                                                                        04380346
           *> THE POST READS THE FILE AGAIN FROM THE TOP AND STARTS     04380347
           *> TONIGHT'S INVOICE TABLE OVER EMPTY                        04380348
           MOVE "N" TO SALESTRAN-EOF-SWITCH.                            04380349
           MOVE ZERO TO RUN-INVOICE-COUNT.                              04380350
           MOVE "N" TO RUN-TABLE-FULL-SWITCH.                           04380351
                                                                        04380352
           IF SCAN-TRANSACTION-COUNT > ZERO                             04380353
               COMPUTE SCAN-DUPLICATE-PERCENT ROUNDED =                 04380354
                   SCAN-DUPLICATE-COUNT * 100 / SCAN-TRANSACTION-COUNT  04380355
               IF SCAN-DUPLICATE-PERCENT > DUPLICATE-LIMIT              04380356
                   DISPLAY "TRN5000 - RUN ABORTED - "                   04380357
                       SCAN-DUPLICATE-COUNT " OF "                      04380358
                       SCAN-TRANSACTION-COUNT                           04380359
                       " TRANSACTIONS ALREADY POSTED OR REPEATED"       04380360
                       " - PROBABLE RESEND"                             04380361
                   DISPLAY "TRN5000 - CONFIRM THE FILE WITH BILLING - " 04380362
                       "SEE TRN5000J PROLOG BEFORE RESUBMITTING"        04380363
                   MOVE 16 TO RETURN-CODE                               04380364
                   STOP RUN                                             04380365
               END-IF                                                   04380366
           END-IF.                                                      04380367
                                                                        04380368
      **************************************************************    04380369
      * COUNTS ONE SCANNED TRANSACTION, AND ITS DUPLICATE IF ITS   *    04380370
      * INVOICE IS ALREADY POSTED OR ALREADY SCANNED TONIGHT, THEN *    04380371
      * READS THE NEXT ONE                                         *    04380372
      **************************************************************    04380373
       031-SCAN-ONE-TRANSACTION.                                        04380374
                                                                        04380375
           ADD 1 TO SCAN-TRANSACTION-COUNT.                             04380376
           PERFORM 217-LOOKUP-POSTED-INVOICE.                           04380377
           IF NOT INVOICE-POSTED                                        04380378
               PERFORM 218-SEARCH-RUN-INVOICES                          04380379
           END-IF.                                                      04380380
           IF INVOICE-POSTED                                            04380381
               ADD 1 TO SCAN-DUPLICATE-COUNT                            04380382
           ELSE                                                         04380383
               PERFORM 219-REMEMBER-POSTED-INVOICE                      04380384
           END-IF.                                                      04380385
           PERFORM 120-READ-TRANSACTION-RECORD.                         04380386
                                                                        04380387
      **************************************************************    04380388
      * REFUSES A FRESH RUN WHILE A CHECKPOINT IS STILL PENDING -  *    04380389
      * THE FAILED RUN'S FLUSHED RECORDS ARE ALREADY APPENDED TO   *    04380390
      * THE CUMULATIVE SALESHIST, SO RUNNING FROM THE TOP WOULD    *    04380391
      * POST AND APPEND EVERY ONE OF THEM A SECOND TIME. THE       *    04380392
      * MIRROR OF 050'S REFUSAL TO RESTART FROM NO CHECKPOINT.     *    04380393
      * RUNS BEFORE ANY FILE IS OPENED OR SCANNED                  *    04380394
      **************************************************************    04380395
       040-CHECK-PENDING-CHECKPOINT.                                    04380396
                                                                        04380397
           OPEN INPUT CHKPOINT.                                         04380398
           READ CHKPOINT                                                04380399
               AT END                                                   04380400
                   MOVE "Y" TO CHKPOINT-EOF-SWITCH.                     04380401
           CLOSE CHKPOINT.                                              04380402
                                                                        04380403
           IF NOT CHKPOINT-EOF AND CK-LAST-KEY NOT = SPACES             04380404
               DISPLAY "TRN5000 - RUN ABORTED - A CHECKPOINT IS "       04380405
                   "PENDING FROM A FAILED RUN - RESUBMIT WITH "         04380406
                   "PARM='RESTART' PER TRN5000J"                        04380407
               MOVE 16 TO RETURN-CODE                                   04380408
               STOP RUN                                                 04380414
           END-IF.                                                      04380415
                                                                        04380416
      **************************************************************    04380417
      * READS THE CHECKPOINT THE FAILED RUN LEFT BEHIND AND PICKS  *    04380418
      * EVERY RUNNING TOTAL BACK UP FROM IT. A RESTART WITH NO     *    04380419
      * CHECKPOINT PENDING - THE DATASET EMPTY OR CLEARED BY A     *    04380420
      * COMPLETED RUN - IS REFUSED, SINCE CONTINUING FROM NOTHING  *    04380421
      * WOULD DOUBLE-POST WHATEVER THE OPERATOR THOUGHT HAD FAILED *    04380422
      **************************************************************    04380423
       050-RESTORE-CHECKPOINT.                                          04380424
                                                                        04380425
           OPEN INPUT CHKPOINT.                                         04380426
           READ CHKPOINT                                                04380427
               AT END                                                   04380428
                   MOVE "Y" TO CHKPOINT-EOF-SWITCH.                     04380429
           CLOSE CHKPOINT.                                              04380430
                                                                        04380431
           IF CHKPOINT-EOF OR CK-LAST-KEY = SPACES                      04380432
               DISPLAY "TRN5000 - RUN ABORTED - RESTART REQUESTED "     04380433
                   "BUT NO CHECKPOINT IS PENDING"                       04380434
               MOVE 16 TO RETURN-CODE                                   04380435
               CLOSE SALESTRAN                                          04380436
                     CUSTMAST                                           04380437
                     NEWMAST                                            04380438
                     REGISTER                                           04380439
                     REJECTS                                            04380440
                     SALESHIST                                          04380441
               STOP RUN                                                 04380442
           END-IF.                                                      04380443
                                                                        04380444
           MOVE CK-INPUT-RECORD-COUNT   TO INPUT-RECORD-COUNT.          04380445
           MOVE CK-INPUT-HASH-THIS-YTD  TO INPUT-HASH-THIS-YTD.         04380446
           MOVE CK-INPUT-HASH-LAST-YTD  TO INPUT-HASH-LAST-YTD.         04380447
           MOVE CK-INPUT-HASH-TWO-YEARS-AGO                             04380448
               TO INPUT-HASH-TWO-YEARS-AGO.                             04380449
           MOVE CK-OUTPUT-RECORD-COUNT  TO OUTPUT-RECORD-COUNT.         04380450
           MOVE CK-OUTPUT-HASH-THIS-YTD TO OUTPUT-HASH-THIS-YTD.        04380451
           MOVE CK-OUTPUT-HASH-LAST-YTD TO OUTPUT-HASH-LAST-YTD.        04380452
           MOVE CK-OUTPUT-HASH-TWO-YEARS-AGO                            04380453
               TO OUTPUT-HASH-TWO-YEARS-AGO.                            04380454
           MOVE CK-OLD-BRANCH-NUMBER    TO OLD-BRANCH-NUMBER.           04380455
           MOVE CK-BRANCH-OPENING-BALANCE TO BRANCH-OPENING-BALANCE.    04380456
           MOVE CK-BRANCH-CLOSING-BALANCE TO BRANCH-CLOSING-BALANCE.    04380457
           MOVE CK-BRANCH-POSTED-AMOUNT TO BRANCH-POSTED-AMOUNT.        04380458
           MOVE CK-BRANCH-POSTED-COUNT  TO BRANCH-POSTED-COUNT.         04380459
           MOVE CK-BRANCH-REJECT-COUNT  TO BRANCH-REJECT-COUNT.         04380460
           MOVE CK-BRANCH-SALE-AMOUNT   TO BRANCH-SALE-AMOUNT.          04380461
           MOVE CK-BRANCH-RETURN-AMOUNT TO BRANCH-RETURN-AMOUNT.        04380462
           MOVE CK-BRANCH-ADJUST-AMOUNT TO BRANCH-ADJUST-AMOUNT.        04380463
           MOVE CK-GRAND-OPENING-BALANCE TO GRAND-OPENING-BALANCE.      04380464
           MOVE CK-GRAND-CLOSING-BALANCE TO GRAND-CLOSING-BALANCE.      04380465
           MOVE CK-GRAND-POSTED-AMOUNT  TO GRAND-POSTED-AMOUNT.         04380466
           MOVE CK-GRAND-POSTED-COUNT   TO GRAND-POSTED-COUNT.          04380467
           MOVE CK-GRAND-REJECT-COUNT   TO GRAND-REJECT-COUNT.          04380468
           MOVE CK-GRAND-SALE-AMOUNT    TO GRAND-SALE-AMOUNT.           04380469
           MOVE CK-GRAND-RETURN-AMOUNT  TO GRAND-RETURN-AMOUNT.         04380470
           MOVE CK-GRAND-ADJUST-AMOUNT  TO GRAND-ADJUST-AMOUNT.         04380471
           MOVE CK-GRAND-DUPLICATE-COUNT TO GRAND-DUPLICATE-COUNT.      04380472
                                                                        04380473
           MOVE "Y" TO MASTER-SEEN-SWITCH.                              04380474
           MOVE "** RESTART **" TO HL2-RESTART-FLAG.                    04380475
                                                                        04380476
           DISPLAY "TRN5000 - RESTARTING AFTER KEY " CK-LAST-KEY.       04380477
                                                                        04380478
      **************************************************************    04380479
      * REPOSITIONS BOTH INPUT FILES PAST EVERYTHING THE FAILED    *    04380480
      * RUN ALREADY PROCESSED. MASTERS UP TO AND INCLUDING THE     *    04380481
      * CHECKPOINT KEY ARE ALREADY ON NEWMAST AND ALREADY IN THE   *    04380482
      * RESTORED TOTALS, SO THEY ARE READ PAST WITHOUT BEING       *    04380483
      * COUNTED AGAIN - LIKEWISE EVERY TRANSACTION AT OR BELOW     *    04380484
      * THAT KEY ALREADY POSTED OR REJECTED                        *    04380485
      **************************************************************    04380486
       060-REPOSITION-FILES.                                            04380487
                                                                        04380488
           PERFORM 061-READ-PAST-ONE-MASTER.                            04380489
           PERFORM 061-READ-PAST-ONE-MASTER                             04380490
               UNTIL CUSTMAST-EOF                                       04380491
                  OR CUSTOMER-MASTER-RECORD(1:9) > CK-LAST-KEY.         04380492
                                                                        04380493
           *> THE FIRST MASTER BEYOND THE CHECKPOINT IS NEW TO THIS     04380494
           *> RUN - BOOK IT THE SAME WAY 110 BOOKS A NORMAL READ        04380495
           PERFORM 112-ACCOUNT-CUSTOMER-RECORD.                         04380496
                                                                        04380497
           PERFORM 120-READ-TRANSACTION-RECORD.                         04380498
           PERFORM 120-READ-TRANSACTION-RECORD                          04380499
               UNTIL SALESTRAN-EOF                                      04380500
                  OR TRAN-SORT-KEY > CK-LAST-KEY.                       04380501
                                                                        04380502
      **************************************************************    04380503
      * READS PAST ONE ALREADY-PROCESSED MASTER RECORD WITHOUT     *    04380504
      * COUNTING IT - ITS COUNTS ARE ALREADY IN THE CHECKPOINT     *    04380505
      **************************************************************    04380506
       061-READ-PAST-ONE-MASTER.                                        04380507
                                                                        04380508
           READ CUSTMAST                                                04380509
               AT END                                                   04380510
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      04380511
                   MOVE HIGH-VALUES TO MASTER-SORT-KEY                  04380512
           END-READ.                                                    04380513
                                                                        04380514
      **************************************************************    04390000
      * FORMATS THE REGISTER HEADER BY GRABBING THE DATE TIME AND  *    04400000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    04410000
           MOVE CD-YEAR    TO HL1-YEAR.                                 04520000
           MOVE CD-HOURS   TO HL2-HOURS.                                04530000
           MOVE CD-MINUTES TO HL2-MINUTES.                              04540000
                                                                        04540001
           MOVE CURRENT-DATE-AND-TIME(1:8) TO POSTED-DATE.              04540002
                                                                        04550000
      **************************************************************    04560000
      * READS A LINE OF THE MASTER FILE AND BUILDS ITS SORT KEY.   *    04570000
       115-CAPTURE-CONTROL-TRAILER.                                     04720025
                                                                        04720026
           MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA.         04720027
           IF CT-SALES-YEAR IS NUMERIC                                  04720034
               MOVE CT-SALES-YEAR TO INPUT-SALES-YEAR                   04720035
           END-IF.                                                      04720036
           MOVE "Y" TO TRAILER-SEEN-SWITCH.                             04720037
           READ CUSTMAST                                                04720038
               AT END                                                   04720039
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      04720040
                   MOVE HIGH-VALUES TO MASTER-SORT-KEY                  04720041
           END-READ.                                                    04720042
                                                                        04730000
      **************************************************************    04740000
      * READS A LINE OF THE TRANSACTION FILE AND BUILDS ITS SORT   *    04750000
                   *> VALID TYPE WITH THE RIGHT SIGN ON ITS AMOUNT      05130002
                   *> BEFORE IT IS ALLOWED TO LAND ON THE CUSTOMER      05130003
                   PERFORM 215-EDIT-TRANSACTION-TYPE                    05130004
                   *> IT MUST BE SOLD UNDER A PRODUCT LINE ON PRODMAST  05130005
                   IF REJECT-REASON-CODE = SPACES                       05130015
                       PERFORM 212-EDIT-PRODUCT-CODE                    05130025
                   END-IF                                               05130035
                   *> AND AN INVOICE THAT HAS ALREADY POSTED MUST NOT   05130045
                   *> POST A SECOND TIME                                05130055
                   IF REJECT-REASON-CODE = SPACES                       05130065
                       PERFORM 216-CHECK-DUPLICATE-INVOICE              05130075
                   END-IF                                               05130085
                   IF REJECT-REASON-CODE = SPACES                       05135000
                       PERFORM 220-POST-TRANSACTION                     05140000
                   ELSE                                                 05141000
                   PERFORM 110-READ-CUSTOMER-RECORD                     05180000
           END-EVALUATE.                                                05190000
                                                                        05190001
      **************************************************************    05190027
      * REJECTS THE CURRENT TRANSACTION AS PRD IF ITS PRODUCT CODE *    05190028
      * IS BLANK OR NOT ON PRODMAST - EVERY DOLLAR POSTED HAS TO   *    05190029
      * BELONG TO A PRODUCT LINE THE MIX REPORT CAN SHOW IT UNDER  *    05190030
      **************************************************************    05190031
       212-EDIT-PRODUCT-CODE.                                           05190032
                                                                        05190033
           MOVE "N" TO PRODUCT-FOUND-SWITCH.                            05190034
           PERFORM 213-SEARCH-PRODUCT-TABLE                             05190035
               VARYING PT-INDEX FROM 1 BY 1                             05190036
               UNTIL PT-INDEX > PRODUCT-COUNT OR PRODUCT-FOUND.         05190037
                                                                        05190038
           IF NOT PRODUCT-FOUND OR TR-PRODUCT-CODE = SPACES             05190039
               MOVE "PRD" TO REJECT-REASON-CODE                         05190040
           END-IF.                                                      05190041
                                                                        05190042
      **************************************************************    05190043
      * COMPARES ONE PRODUCT-TABLE ENTRY TO THE TRANSACTION'S CODE *    05190044
      **************************************************************    05190045
       213-SEARCH-PRODUCT-TABLE.                                        05190046
                                                                        05190047
           IF PT-PRODUCT-CODE(PT-INDEX) = TR-PRODUCT-CODE               05190048
               MOVE "Y" TO PRODUCT-FOUND-SWITCH                         05190049
           END-IF.                                                      05190050
                                                                        05190051
      **************************************************************    05190052
      * EDITS THE CURRENT TRANSACTION'S TYPE CODE - THE TYPE MUST  *    05190053
      * BE S (SALE), R (RETURN), OR A (ADJUSTMENT), A SALE MUST    *    05190054
      * CARRY A POSITIVE AMOUNT, AND A RETURN A NEGATIVE ONE, SO A *    05190055
      * CREDIT MEMO KEYED AS A SALE CAN NO LONGER VANISH INTO THE  *    05190056
      * NET. SPACES IN REJECT-REASON-CODE MEANS THE TYPE IS GOOD   *    05190057
      **************************************************************    05190058
       215-EDIT-TRANSACTION-TYPE.                                       05190059
                                                                        05190060
           MOVE SPACES TO REJECT-REASON-CODE.                           05190061
                                                                        05190062
           EVALUATE TRUE                                                05190063
               WHEN NOT SALE-TRANSACTION                                05190064
                AND NOT RETURN-TRANSACTION                              05190065
                AND NOT ADJUSTMENT-TRANSACTION                          05190066
                   MOVE "TYP" TO REJECT-REASON-CODE                     05190067
               WHEN SALE-TRANSACTION                                    05190068
                AND TR-SALE-AMOUNT NOT > ZERO                           05190069
                   MOVE "SGN" TO REJECT-REASON-CODE                     05190070
               WHEN RETURN-TRANSACTION                                  05190071
                AND TR-SALE-AMOUNT NOT < ZERO                           05190072
                   MOVE "SGN" TO REJECT-REASON-CODE                     05190073
               WHEN OTHER                                               05190074
                   CONTINUE                                             05190075
           END-EVALUATE.                                                05190076
                                                                        05200000
      **************************************************************    05200001
      * REJECTS THE CURRENT TRANSACTION AS DUP IF ITS INVOICE      *    05200002
      * NUMBER AND TYPE ALREADY POSTED - THIS YEAR OR LAST PER     *    05200003
      * SALESHIST, OR EARLIER TONIGHT TO ANY CUSTOMER              *    05200004
      **************************************************************    05200005
       216-CHECK-DUPLICATE-INVOICE.                                     05200006
                                                                        05200007
           PERFORM 217-LOOKUP-POSTED-INVOICE.                           05200008
                                                                        05200009
           IF NOT INVOICE-POSTED                                        05200010
               PERFORM 218-SEARCH-RUN-INVOICES                          05200011
           END-IF.                                                      05200015
                                                                        05200016
           IF INVOICE-POSTED                                            05200017
               MOVE "DUP" TO REJECT-REASON-CODE                         05200018
           END-IF.                                                      05200019
                                                                        05200020
      **************************************************************    05200021
      * LOOKS THE CURRENT TRANSACTION'S INVOICE NUMBER AND TYPE UP *    05200022
      * IN THE POSTED-INVOICE-TABLE LOADED FROM SALESHIST          *    05200023
      **************************************************************    05200024
       217-LOOKUP-POSTED-INVOICE.                                       05200025
                                                                        05200026
           MOVE "N" TO INVOICE-POSTED-SWITCH.                           05200027
           MOVE TR-INVOICE-NUMBER TO ISK-INVOICE-NUMBER.                05200028
           MOVE TR-TRANS-TYPE     TO ISK-TRANS-TYPE.                    05200029
                                                                        05200030
           IF POSTED-INVOICE-COUNT > ZERO                               05200031
               SEARCH ALL POSTED-INVOICE-ENTRY                          05200032
                   WHEN PI-INVOICE-KEY(PI-INDEX) = INVOICE-SEARCH-KEY   05200033
                       MOVE "Y" TO INVOICE-POSTED-SWITCH                05200034
               END-SEARCH                                               05200035
           END-IF.                                                      05200036
                                                                        05200037
      **************************************************************    05200038
      * LOOKS THE CURRENT TRANSACTION'S INVOICE NUMBER AND TYPE UP *    05200039
      * IN THE INVOICES ALREADY POSTED TONIGHT                     *    05200040
      **************************************************************    05200041
       218-SEARCH-RUN-INVOICES.                                         05200042
                                                                        05200043
           IF RUN-INVOICE-COUNT > ZERO                                  05200044
               SET RI-INDEX TO 1                                        05200045
               SEARCH RUN-INVOICE-ENTRY                                 05200046
                   WHEN RI-INVOICE-KEY(RI-INDEX) = INVOICE-SEARCH-KEY   05200047
                       MOVE "Y" TO INVOICE-POSTED-SWITCH                05200048
               END-SEARCH                                               05200049
           END-IF.                                                      05200050
                                                                        05200051
      **************************************************************    05200052
      * REMEMBERS THE INVOICE JUST POSTED (OR, IN THE PRE-POST     *    05200053
      * SCAN, JUST SEEN) SO A SECOND COPY LATER IN TONIGHT'S FILE  *    05200054
      * IS CAUGHT WHATEVER CUSTOMER IT CARRIES. PAST 20,000        *    05200055
      * INVOICES IN ONE NIGHT THE FILE STILL POSTS - ONLY THE      *    05200056
      * SAME-NIGHT REPEAT CHECK STOPS                              *    05200057
      **************************************************************    05200058
       219-REMEMBER-POSTED-INVOICE.                                     05200059
                                                                        05200060
           IF RUN-INVOICE-COUNT < 20000                                 05200061
               ADD 1 TO RUN-INVOICE-COUNT                               05200062
               MOVE INVOICE-SEARCH-KEY                                  05200063
                   TO RI-INVOICE-KEY(RUN-INVOICE-COUNT)                 05200064
           ELSE                                                         05200065
               IF NOT RUN-TABLE-FULL                                    05200066
                   DISPLAY "TRN5000 - OVER 20000 INVOICES TONIGHT "     05200067
                       "- LATER SAME-NIGHT REPEATS NOT CHECKED"         05200068
                   MOVE "Y" TO RUN-TABLE-FULL-SWITCH                    05200069
               END-IF                                                   05200070
           END-IF.                                                      05200071
                                                                        05200072
      **************************************************************    05210000
      * WRITES A TRANSACTION WITH NO MATCHING CUSTMAST RECORD TO   *    05220000
      * THE REJECTS FILE WITH ITS REASON CODE AND FLAGS IT ON THE  *    05230000
               WHEN "SGN"                                               05400006
                   MOVE "** REJECTED - AMOUNT SIGN BAD **"              05400007
                       TO RR-REJECT-TEXT                                05400008
               WHEN "PRD"                                               05400014
                   MOVE "** REJECTED - UNKNOWN PRODUCT **"              05400015
                       TO RR-REJECT-TEXT                                05400016
               WHEN "DUP"                                               05400017
                   MOVE "** REJECTED - ALREADY POSTED  **"              05400018
                       TO RR-REJECT-TEXT                                05400019
                   ADD 1 TO GRAND-DUPLICATE-COUNT                       05400020
               WHEN OTHER                                               05400021
                   MOVE "** REJECTED - NOT ON CUSTMAST **"              05400022
                       TO RR-REJECT-TEXT                                05400023
           END-EVALUATE.                                                05400024
                                                                        05400025
           MOVE REGISTER-REJECT-LINE TO REGISTER-PRINT-AREA.            05410000
           PERFORM 225-WRITE-REGISTER-LINE.                             05420000
                                                                        05430000
           MOVE TR-SALE-AMOUNT     TO RJ-SALE-AMOUNT.                   05510000
           MOVE REJECT-REASON-CODE TO RJ-REASON-CODE.                   05520000
           MOVE TR-TRANS-TYPE      TO RJ-TRANS-TYPE.                    05520001
           MOVE TR-PRODUCT-CODE    TO RJ-PRODUCT-CODE.                  05520002
           MOVE SPACES             TO REJECT-RECORD(39:42).             05520012
                                                                        05530001
           *> THE REJECT IS HELD IN THE BUFFER UNTIL THE NEXT           05530002
           *> CHECKPOINT SO THE FILE ON DISK NEVER RUNS AHEAD OF        05530003
           *> HISTORY FILE SO THE YTD FIGURE IT JUST FOLDED INTO        05850003
           *> CAN STILL BE BROKEN BACK OUT INVOICE BY INVOICE           05850004
           PERFORM 223-WRITE-HISTORY-RECORD.                            05850005
                                                                        05850006
           *> AND REMEMBER IT SO A SECOND COPY IN TONIGHT'S FILE        05850007
           *> CANNOT POST ON TOP OF IT, WHATEVER CUSTOMER IT CARRIES    05850008
           PERFORM 219-REMEMBER-POSTED-INVOICE.                         05850009
                                                                        05860000
      **************************************************************    05860001
      * APPENDS ONE POSTED TRANSACTION TO THE CUMULATIVE SALES      *   05860002
           MOVE TR-INVOICE-NUMBER  TO SH-INVOICE-NUMBER.                05860013
           MOVE TR-SALE-AMOUNT     TO SH-SALE-AMOUNT.                   05860014
           MOVE TR-TRANS-TYPE      TO SH-TRANS-TYPE.                    05860015
           MOVE POSTED-DATE        TO SH-POSTED-DATE.                   05860029
           MOVE TR-PRODUCT-CODE    TO SH-PRODUCT-CODE.                  05860030
                                                                        05860031
           *> HELD IN THE BUFFER UNTIL THE NEXT CHECKPOINT, SAME AS     05860032
           *> THE REJECTS, SO A RESTART NEVER DOUBLES A HISTORY         05860033
           *> RECORD                                                    05860034
           IF HISTORY-BUFFER-COUNT >= 8000                              05860035
               DISPLAY "TRN5000 - RUN ABORTED - HISTORY BUFFER FULL "   05860036
                   "- SEE TRN5000J PROLOG FOR RECOVERY"                 05860037
               MOVE 16 TO RETURN-CODE                                   05860038
               PERFORM 280-CLOSE-ALL-FILES                              05860039
               STOP RUN                                                 05860040
           END-IF.                                                      05860041
           ADD 1 TO HISTORY-BUFFER-COUNT.                               05860042
           MOVE SALES-HISTORY-RECORD                                    05860043
               TO HB-RECORD(HISTORY-BUFFER-COUNT).                      05860044
                                                                        05860045
      **************************************************************    05870000
      * WRITES ONE LINE TO THE POSTING REGISTER AND COUNTS IT      *    05880000
      * AGAINST THE CURRENT PAGE                                   *    05890000
                                                                        06910000
           MOVE GRAND-POSTED-COUNT    TO GCL-POSTED-COUNT.              06920000
           MOVE GRAND-REJECT-COUNT    TO GCL-REJECT-COUNT.              06930000
           MOVE GRAND-DUPLICATE-COUNT TO GCL-DUPLICATE-COUNT.           06930001
           MOVE GRAND-COUNT-LINE      TO REGISTER-PRINT-AREA.           06940000
           PERFORM 225-WRITE-REGISTER-LINE.                             06950000
                                                                        06950001
           MOVE OUTPUT-HASH-THIS-YTD TO CT-HASH-THIS-YTD.               06950041
           MOVE OUTPUT-HASH-LAST-YTD TO CT-HASH-LAST-YTD.               06950042
           MOVE OUTPUT-HASH-TWO-YEARS-AGO TO CT-HASH-TWO-YEARS-AGO.     06950043
           MOVE POSTED-DATE TO CT-LAST-POSTED-DATE.                     06950163
                                                                        06950164
           *> THE SALES YEAR CARRIES FORWARD FROM THE INCOMING          06950165
           *> TRAILER - ONLY EOY5000 MOVES IT ON. A MASTER THAT HAS     06950166
           *> NEVER CARRIED ONE STARTS WITH THE YEAR BEING POSTED       06950167
           IF INPUT-SALES-YEAR = ZERO                                   06950168
               MOVE POSTED-DATE(1:4) TO CT-SALES-YEAR                   06950169
           ELSE                                                         06950170
               MOVE INPUT-SALES-YEAR TO CT-SALES-YEAR                   06950171
           END-IF.                                                      06950172
           WRITE NEWMAST-RECORD FROM CONTROL-TRAILER-AREA.              06950173
                                                                        06950174
      **************************************************************    06950175
      * TAKES ONE CHECKPOINT - FLUSHES ALL THREE OUTPUT BUFFERS,   *    06950176
      * CLOSES AND REOPENS THE FILES SO THE RECORDS ARE REALLY ON  *    06950177
      * DISK, THEN REWRITES THE CHECKPOINT DATASET WITH THE LAST   *    06950178
      * KEY RELEASED AND EVERY RUNNING TOTAL A RESTART WOULD NEED  *    06950179
      **************************************************************    06950180
       265-TAKE-CHECKPOINT.                                             06950181
                                                                        06950182
           PERFORM 266-FLUSH-OUTPUT-BUFFERS.                            06950183
           CLOSE NEWMAST                                                06950184
                 REJECTS                                                06950185
                 SALESHIST.                                             06950186
           OPEN EXTEND NEWMAST                                          06950187
                       REJECTS                                          06950188
                       SALESHIST.                                       06950189
                                                                        06950190
           MOVE SPACES TO CHECKPOINT-RECORD.                            06950191
           MOVE CUSTOMER-MASTER-RECORD(1:9) TO CK-LAST-KEY.             06950192
           MOVE INPUT-RECORD-COUNT   TO CK-INPUT-RECORD-COUNT.          06950193
           MOVE INPUT-HASH-THIS-YTD  TO CK-INPUT-HASH-THIS-YTD.         06950194
           MOVE INPUT-HASH-LAST-YTD  TO CK-INPUT-HASH-LAST-YTD.         06950195
           MOVE INPUT-HASH-TWO-YEARS-AGO                                06950196
               TO CK-INPUT-HASH-TWO-YEARS-AGO.                          06950197
           MOVE OUTPUT-RECORD-COUNT  TO CK-OUTPUT-RECORD-COUNT.         06950198
           MOVE OUTPUT-HASH-THIS-YTD TO CK-OUTPUT-HASH-THIS-YTD.        06950199
           MOVE OUTPUT-HASH-LAST-YTD TO CK-OUTPUT-HASH-LAST-YTD.        06950200
           MOVE OUTPUT-HASH-TWO-YEARS-AGO                               06950201
               TO CK-OUTPUT-HASH-TWO-YEARS-AGO.                         06950202
           MOVE OLD-BRANCH-NUMBER    TO CK-OLD-BRANCH-NUMBER.           06950203
           MOVE BRANCH-OPENING-BALANCE TO CK-BRANCH-OPENING-BALANCE.    06950204
           MOVE BRANCH-CLOSING-BALANCE TO CK-BRANCH-CLOSING-BALANCE.    06950205
           MOVE BRANCH-POSTED-AMOUNT TO CK-BRANCH-POSTED-AMOUNT.        06950206
           MOVE BRANCH-POSTED-COUNT  TO CK-BRANCH-POSTED-COUNT.         06950207
           MOVE BRANCH-REJECT-COUNT  TO CK-BRANCH-REJECT-COUNT.         06950208
           MOVE BRANCH-SALE-AMOUNT   TO CK-BRANCH-SALE-AMOUNT.          06950209
           MOVE BRANCH-RETURN-AMOUNT TO CK-BRANCH-RETURN-AMOUNT.        06950210
           MOVE BRANCH-ADJUST-AMOUNT TO CK-BRANCH-ADJUST-AMOUNT.        06950211
           MOVE GRAND-OPENING-BALANCE TO CK-GRAND-OPENING-BALANCE.      06950212
           MOVE GRAND-CLOSING-BALANCE TO CK-GRAND-CLOSING-BALANCE.      06950213
           MOVE GRAND-POSTED-AMOUNT  TO CK-GRAND-POSTED-AMOUNT.         06950214
           MOVE GRAND-POSTED-COUNT   TO CK-GRAND-POSTED-COUNT.          06950215
           MOVE GRAND-REJECT-COUNT   TO CK-GRAND-REJECT-COUNT.          06950216
           MOVE GRAND-SALE-AMOUNT    TO CK-GRAND-SALE-AMOUNT.           06950217
           MOVE GRAND-RETURN-AMOUNT  TO CK-GRAND-RETURN-AMOUNT.         06950218
           MOVE GRAND-ADJUST-AMOUNT  TO CK-GRAND-ADJUST-AMOUNT.         06950219
           MOVE GRAND-DUPLICATE-COUNT TO CK-GRAND-DUPLICATE-COUNT.      06950220
                                                                        06950221
           OPEN OUTPUT CHKPOINT.                                        06950222
           WRITE CHECKPOINT-RECORD.                                     06950223
           CLOSE CHKPOINT.                                              06950224
                                                                        06950225
      **************************************************************    06950226
      * WRITES EVERYTHING SITTING IN THE THREE OUTPUT BUFFERS TO   *    06950227
      * ITS FILE AND EMPTIES THE BUFFERS                           *    06950228
      **************************************************************    06950229
       266-FLUSH-OUTPUT-BUFFERS.                                        06950230
                                                                        06950231
           PERFORM 267-WRITE-ONE-BUFFERED-MASTER                        06950232
               VARYING BUFFER-SUB FROM 1 BY 1                           06950233
               UNTIL BUFFER-SUB > NEWMAST-BUFFER-COUNT.                 06950234
           MOVE ZERO TO NEWMAST-BUFFER-COUNT.                           06950235
                                                                        06950236
           PERFORM 268-WRITE-ONE-BUFFERED-REJECT                        06950237
               VARYING BUFFER-SUB FROM 1 BY 1                           06950238
               UNTIL BUFFER-SUB > REJECT-BUFFER-COUNT.                  06950239
           MOVE ZERO TO REJECT-BUFFER-COUNT.                            06950240
                                                                        06950241
           PERFORM 269-WRITE-ONE-BUFFERED-HISTORY                       06950242
               VARYING BUFFER-SUB FROM 1 BY 1                           06950243
               UNTIL BUFFER-SUB > HISTORY-BUFFER-COUNT.                 06950244
           MOVE ZERO TO HISTORY-BUFFER-COUNT.                           06950245
                                                                        06950246
      **************************************************************    06950247
      * WRITES ONE BUFFERED RECORD TO THE NEW MASTER FILE          *    06950248
      **************************************************************    06950249
       267-WRITE-ONE-BUFFERED-MASTER.                                   06950250
                                                                        06950251
           WRITE NEWMAST-RECORD FROM NB-RECORD(BUFFER-SUB).             06950252
                                                                        06950253
      **************************************************************    06950254
      * WRITES ONE BUFFERED RECORD TO THE REJECTS FILE             *    06950255
      **************************************************************    06950256
       268-WRITE-ONE-BUFFERED-REJECT.                                   06950257
                                                                        06950258
           WRITE REJECT-RECORD FROM RB-RECORD(BUFFER-SUB).              06950259
                                                                        06950260
      **************************************************************    06950261
      * WRITES ONE BUFFERED RECORD TO THE SALES DETAIL HISTORY     *    06950262
      **************************************************************    06950263
       269-WRITE-ONE-BUFFERED-HISTORY.                                  06950264
                                                                        06950265
           WRITE SALES-HISTORY-RECORD FROM HB-RECORD(BUFFER-SUB).       06950266
                                                                        06950267
      **************************************************************    06950268
      * CLEARS THE CHECKPOINT DATASET AT THE END OF A COMPLETED    *    06950269
      * RUN - A SPACES KEY MEANS NO RESTART IS PENDING, AND        *    06950270
      * 050-RESTORE-CHECKPOINT REFUSES TO RESTART FROM IT          *    06950271
      **************************************************************    06950272
       270-CLEAR-CHECKPOINT.                                            06950273
                                                                        06950274
           MOVE SPACES TO CHECKPOINT-RECORD.                            06950275
           OPEN OUTPUT CHKPOINT.                                        06950276
           WRITE CHECKPOINT-RECORD.                                     06950277
           CLOSE CHKPOINT.                                              06950278
                                                                        06950279
      **************************************************************    06950280
      * CLOSES EVERY FILE AHEAD OF AN EMERGENCY STOP - THE OUTPUT  *    06950281
      * BUFFERS ARE DELIBERATELY NOT FLUSHED, SO THE FILES ON DISK *    06950282
      * STILL MATCH THE LAST CHECKPOINT AND A RESTART STAYS SAFE   *    06950283
      **************************************************************    06950284
       280-CLOSE-ALL-FILES.                                             06950285
                                                                        06950286
           CLOSE SALESTRAN                                              06950287
                 CUSTMAST                                               06950288
                 NEWMAST                                                06950289
                 REGISTER                                               06950290
                 REJECTS                                                06950291
                 SALESHIST.                                             06950292
                                                                        06950293
      **************************************************************    06950294
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    06950295
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    06950296
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    06950297
      **************************************************************    06950298
       940-LOAD-BATCH-STATE.                                            06950299
                                                                        06950300
           OPEN INPUT BATCHCTL.                                         06950301
           PERFORM 941-READ-BATCH-CONTROL.                              06950302
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             06950303
           CLOSE BATCHCTL.                                              06950304
                                                                        06950305
           IF BATCH-BUSINESS-DATE = ZERO                                06950306
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         06950307
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      06950308
           END-IF.                                                      06950309
                                                                        06950310
      **************************************************************    06950311
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    06950312
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    06950313
      **************************************************************    06950314
       941-READ-BATCH-CONTROL.                                          06950315
                                                                        06950316
           READ BATCHCTL                                                06950317
               AT END                                                   06950318
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     06950319
                                                                        06950320
      **************************************************************    06950321
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    06950322
      * THROUGH, AND READS THE NEXT RECORD                         *    06950323
      **************************************************************    06950324
       942-NOTE-BATCH-START.                                            06950325
                                                                        06950326
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          06950327
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             06950328
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  06950329
           END-IF.                                                      06950330
                                                                        06950331
           PERFORM 941-READ-BATCH-CONTROL.                              06950332
                                                                        06950333
      **************************************************************    06950334
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    06950335
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    06950336
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    06950337
      **************************************************************    06950338
       950-WRITE-BATCH-CONTROL.                                         06950339
                                                                        06950340
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            06950341
                                                                        06950342
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         06950343
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            06950344
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 06950345
           MOVE "TRN5000"               TO BC-STEP-NAME.                06950346
           MOVE "E"                     TO BC-EVENT.                    06950347
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              06950348
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           06950349
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            06950350
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             06950351
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 06950352
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 06950353
                                                                        06950354
           OPEN EXTEND BATCHCTL.                                        06950355
           WRITE BATCH-CONTROL-RECORD.                                  06950356
           CLOSE BATCHCTL.                                              06950357
