      *   audit report shows every transaction applied and rejected     00140000
      *   with a reason code, the maintained master is sorted back into 00150000
      *   branch/salesrep/customer sequence, and a fresh control        00160000
      *   trailer with the adds and deletes folded in closes the file.  00170000
      *   Every add, name change, and delete is also appended with its  00170001
      *   before and after images to the shared AUDITLOG dataset, so    00170002
      *   the history outlives the printed report. The new trailer      00170003
      *   carries the last posted date and sales year forward from the  00170004
      *   old one, so a backup generation still tells RCV5000 where to  00170005
      *   begin rolling forward. The run files its end in the batch-    00170006
      *   state control file BATCHCTL under the business date           00170007
      *   CTL5000 opened the job with - its return code and the         00170008
      *   count and hash of the new master's trailer - so CTL5000       00170009
      *   can check the master GENSTEP makes live before the next       00170010
      *   job starts                                                    00170011
       ENVIRONMENT DIVISION.                                            00180000
                                                                        00190000
       INPUT-OUTPUT SECTION.                                            00200000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00260000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00270000
           SELECT MAINTRPT ASSIGN TO MAINTRPT.                          00280000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00280001
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00280002
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00290000
                                                                        00300000
       DATA DIVISION.                                                   00310000
      * MAINTENANCE TRANSACTION FILE - TYPE A ADDS A NEW CUSTOMER   *   00360000
      * AT THE STATED KEYS WITH ZERO SALES HISTORY, TYPE C CHANGES  *   00370000
      * THE NAMED CUSTOMER'S NAME, TYPE D DELETES THE NAMED         *   00380000
      * CUSTOMER'S RECORD. COLS 31-33 CARRY THE CHANGE REASON CODE  *   00390000
      * THAT GOES ON THE AUDIT LOG WITH EVERY RECORD THE            *   00390001
      * TRANSACTION TOUCHES                                         *   00390002
      **************************************************************    00400000
       FD  MAINTTRAN                                                    00410000
           RECORDING MODE IS F                                          00420000
           05  MR-SALESREP-NUMBER      PIC X(2).                        00490000
           05  MR-CUSTOMER-NUMBER      PIC X(5).                        00500000
           05  MR-CUSTOMER-NAME        PIC X(20).                       00510000
           05  MR-CHANGE-REASON        PIC X(3).                        00510001
           05  FILLER                  PIC X(47).                       00520000
                                                                        00530000
      **************************************************************    00540000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST,      *   00550000
           RECORD CONTAINS 130 CHARACTERS                               01260000
           BLOCK CONTAINS 130 CHARACTERS.                               01270000
       01  MAINTRPT-PRINT-AREA PIC X(130).                              01280000
                                                                        01280001
      **************************************************************    01280002
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,       *   01280003
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE       *   01280004
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.     *   01280005
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT  *   01280006
      **************************************************************    01280007
       FD  AUDITLOG                                                     01280008
           RECORDING MODE IS F                                          01280009
           LABEL RECORDS ARE STANDARD                                   01280010
           RECORD CONTAINS 320 CHARACTERS                               01280011
           BLOCK CONTAINS 320 CHARACTERS.                               01280012
       01  AUDIT-LOG-RECORD.                                            01280013
           05  AL-RUN-DATE             PIC 9(8).                        01280014
           05  AL-RUN-TIME             PIC 9(6).                        01280015
           05  AL-PROGRAM-ID           PIC X(8).                        01280016
           05  AL-MASTER-FILE          PIC X(12).                       01280017
           05  AL-TRANS-TYPE           PIC X(1).                        01280018
           05  AL-REASON-CODE          PIC X(3).                        01280019
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        01280020
           05  AL-BEFORE-BRANCH        PIC X(2).                        01280021
           05  AL-BEFORE-SALESREP      PIC X(2).                        01280022
           05  AL-AFTER-BRANCH         PIC X(2).                        01280023
           05  AL-AFTER-SALESREP       PIC X(2).                        01280024
           05  FILLER                  PIC X(9).                        01280025
           05  AL-BEFORE-IMAGE         PIC X(130).                      01280026
           05  AL-AFTER-IMAGE          PIC X(130).                      01280027
                                                                        01290000
      **************************************************************    01300000
      * SORT WORK FILE - THE SURVIVING AND ADDED RECORDS ARE        *   01310000
           05  SR-CUSTOMER-NUMBER      PIC 9(5).                        01410000
           05  FILLER                  PIC X(121).                      01420000
                                                                        01430000
      **************************************************************    01430001
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    01430002
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    01430003
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    01430004
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    01430005
      **************************************************************    01430006
       FD  BATCHCTL                                                     01430007
           RECORDING MODE IS F                                          01430008
           LABEL RECORDS ARE STANDARD                                   01430009
           RECORD CONTAINS 130 CHARACTERS                               01430010
           BLOCK CONTAINS 130 CHARACTERS.                               01430011
       01  BATCH-CONTROL-RECORD.                                        01430012
           05  BC-BUSINESS-DATE        PIC 9(8).                        01430013
           05  BC-JOB-NAME             PIC X(8).                        01430014
           05  BC-STEP-NAME            PIC X(8).                        01430015
           05  BC-EVENT                PIC X(1).                        01430016
               88  BC-GATE-PASSED               VALUE "S".              01430017
               88  BC-GATE-FORCED               VALUE "F".              01430018
               88  BC-GATE-REFUSED              VALUE "R".              01430019
               88  BC-STEP-ENDED                VALUE "E".              01430020
           05  BC-RETURN-CODE          PIC 9(2).                        01430021
           05  BC-TRAILER-SOURCE       PIC X(1).                        01430022
               88  BC-LIVE-MASTER               VALUE "L".              01430023
               88  BC-NEW-MASTER                VALUE "N".              01430024
               88  BC-COPY-OF-MASTER            VALUE "C".              01430025
           05  BC-TRAILER-COUNT        PIC 9(7).                        01430026
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  01430027
           05  BC-RUN-DATE             PIC 9(8).                        01430028
           05  BC-RUN-TIME             PIC 9(6).                        01430029
           05  BC-MESSAGE              PIC X(40).                       01430030
           05  FILLER                  PIC X(30).                       01430031
                                                                        01430032
                                                                        01430033
       WORKING-STORAGE SECTION.                                         01440000
                                                                        01450000
      *------------------------------------------------------------*    01460000
               88  TRAILER-SEEN                 VALUE "Y".              01750000
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01760000
               88  TRAILER-ERROR                VALUE "Y".              01770000
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01770001
               88  BATCHCTL-EOF                 VALUE "Y".              01770002
                                                                        01780000
      **************************************************************    01790000
      * HOLDS THE REASON CODE FOR THE TRANSACTION BEING VALIDATED  *    01800000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  02040000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  02050000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  02060000
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        02070000
           05  CT-SALES-YEAR           PIC 9(4).                        02070001
           05  FILLER                  PIC X(61).                       02070002
                                                                        02080000
      **************************************************************    02090000
      * COUNT AND HASH TOTALS ACCUMULATED FROM THE MASTER RECORDS   *   02100000
           05  INPUT-HASH-THIS-YTD     PIC S9(9)V99  VALUE ZERO.        02170000
           05  INPUT-HASH-LAST-YTD     PIC S9(9)V99  VALUE ZERO.        02180000
           05  INPUT-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.        02190000
           *> THE LAST POSTED DATE AND SALES YEAR FROM THE INCOMING     02190001
           *> TRAILER - CARRIED ONTO THE NEW ONE UNCHANGED              02190002
           05  INPUT-LAST-POSTED-DATE  PIC 9(8)      VALUE ZERO.        02190003
           05  INPUT-SALES-YEAR        PIC 9(4)      VALUE ZERO.        02190004
           05  OUTPUT-RECORD-COUNT     PIC S9(7)     VALUE ZERO.        02200000
           05  OUTPUT-HASH-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        02210000
           05  OUTPUT-HASH-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        02220000
               10  MT-SALESREP-NUMBER  PIC X(2).                        02540000
               10  MT-CUSTOMER-NUMBER  PIC X(5).                        02550000
               10  MT-CUSTOMER-NAME    PIC X(20).                       02560000
               10  MT-CHANGE-REASON    PIC X(3).                        02560001
               10  MT-REASON-CODE      PIC X(3).                        02570000
               10  MT-APPLIED-COUNT    PIC S9(5).                       02580000
                                                                        02590000
           05  CUSTOMERS-DELETED-COUNT PIC S9(5)  VALUE ZERO.           02940000
           05  UNMATCHED-TRANS-COUNT   PIC S9(5)  VALUE ZERO.           02950000
                                                                        02960000
      **************************************************************    02960001
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    02960002
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    02960003
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    02960004
      **************************************************************    02960005
       01  BATCH-STATE-FIELDS.                                          02960006
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        02960007
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       02960008
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       02960009
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        02960010
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        02960011
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       02960012
                                                                        02960013
      **************************************************************    02970000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02980000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02990000
           *> GRABS THE DATE AND TIME INFORMATION FOR                   04730000
           *> THE HEADER LINES                                          04740000
           PERFORM 100-FORMAT-REPORT-HEADING.                           04750000
                                                                        04750001
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     04750002
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      04750003
           PERFORM 940-LOAD-BATCH-STATE.                                04750004
                                                                        04760000
           *> LOAD THE REFERENCE KEYS AND THE WHOLE TRANSACTION         04770000
           *> FILE SO EVERY ADD'S TARGET CAN BE PROVED GOOD BEFORE      04780000
                   MOVE 16 TO RETURN-CODE                               05040000
               WHEN OTHER                                               05050000
                   PERFORM 200-APPLY-MAINTENANCE                        05060000
                   *> THE MAINTAINED MASTER'S FRESH TRAILER IS THE ONE  05060001
                   *> GENSTEP IS ABOUT TO MAKE LIVE                     05060002
                   MOVE "N"              TO BATCH-TRAILER-SOURCE        05060003
                   MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT         05060004
                   MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH          05060005
           END-EVALUATE.                                                05070000
                                                                        05080000
           *> FILE THE END OF THE STEP FOR CTL5000 - A RUN THAT NEVER   05080001
           *> REACHED THE MASTER RECORDS NO TRAILER                     05080002
           PERFORM 950-WRITE-BATCH-CONTROL.                             05080003
                                                                        05080004
           CLOSE MAINTRPT.                                              05090000
           STOP RUN.                                                    05100000
                                                                        05110000
               MOVE MR-SALESREP-NUMBER TO MT-SALESREP-NUMBER(MAINT-SUB) 06420000
               MOVE MR-CUSTOMER-NUMBER TO MT-CUSTOMER-NUMBER(MAINT-SUB) 06430000
               MOVE MR-CUSTOMER-NAME   TO MT-CUSTOMER-NAME(MAINT-SUB)   06440000
               MOVE MR-CHANGE-REASON   TO MT-CHANGE-REASON(MAINT-SUB)   06440001
               MOVE SPACES             TO MT-REASON-CODE(MAINT-SUB)     06450000
               MOVE ZERO               TO MT-APPLIED-COUNT(MAINT-SUB)   06460000
               PERFORM 121-READ-MAINT-TRANSACTION                       06470000
      **************************************************************    07860000
       200-APPLY-MAINTENANCE.                                           07870000
                                                                        07880000
           OPEN INPUT CUSTMAST                                          07890000
                EXTEND AUDITLOG.                                        07890001
                                                                        07900000
           SORT SORT-FILE                                               07910000
               ON ASCENDING KEY SR-BRANCH-NUMBER                        07920000
               INPUT PROCEDURE IS 205-RELEASE-MAINTAINED-MASTER         07950000
               GIVING NEWMAST.                                          07960000
                                                                        07970000
           CLOSE CUSTMAST                                               07980000
                 AUDITLOG.                                              07980001
                                                                        07990000
           PERFORM 300-PRINT-MAINTENANCE-TOTALS.                        08000000
                                                                        08010000
       211-CAPTURE-CONTROL-TRAILER.                                     08420000
                                                                        08430000
           MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA.         08440000
           IF CT-LAST-POSTED-DATE IS NUMERIC                            08440001
               MOVE CT-LAST-POSTED-DATE TO INPUT-LAST-POSTED-DATE       08440002
           END-IF.                                                      08440003
           IF CT-SALES-YEAR IS NUMERIC                                  08440004
               MOVE CT-SALES-YEAR TO INPUT-SALES-YEAR                   08440005
           END-IF.                                                      08440006
           MOVE "Y" TO TRAILER-SEEN-SWITCH.                             08450000
           READ CUSTMAST                                                08460000
               AT END                                                   08470000
      **************************************************************    09090000
       221-CHANGE-CUSTOMER-NAME.                                        09100000
                                                                        09110000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             09110001
           MOVE CUSTOMER-MASTER-RECORD TO AL-BEFORE-IMAGE.              09110002
           MOVE MT-CUSTOMER-NAME(MATCH-SUB) TO CM-CUSTOMER-NAME.        09120000
           MOVE CUSTOMER-MASTER-RECORD TO AL-AFTER-IMAGE.               09120001
           ADD 1 TO MT-APPLIED-COUNT(MATCH-SUB).                        09130000
           ADD 1 TO NAMES-CHANGED-COUNT.                                09140000
                                                                        09150000
           MOVE CM-CUSTOMER-NAME         TO ADL-CUSTOMER-NAME.          09200000
           MOVE "NAME CHANGED"           TO ADL-ACTION-TEXT.            09210000
           PERFORM 224-PRINT-AUDIT-LINE.                                09220000
                                                                        09220001
           MOVE MT-CHANGE-REASON(MATCH-SUB) TO AL-REASON-CODE.          09220002
           PERFORM 227-WRITE-AUDIT-LOG-ENTRY.                           09220003
                                                                        09230000
      **************************************************************    09240000
      * DROPS THE CURRENT MASTER RECORD FROM THE MAINTAINED        *    09250000
           MOVE CM-CUSTOMER-NAME         TO ADL-CUSTOMER-NAME.          09380000
           MOVE "DELETED"                TO ADL-ACTION-TEXT.            09390000
           PERFORM 224-PRINT-AUDIT-LINE.                                09400000
                                                                        09400001
           *> A DELETED RECORD HAS NO AFTER IMAGE                       09400002
           MOVE SPACES TO AUDIT-LOG-RECORD.                             09400003
           MOVE CUSTOMER-MASTER-RECORD TO AL-BEFORE-IMAGE.              09400004
           MOVE SPACES TO AL-AFTER-IMAGE.                               09400005
           MOVE MT-CHANGE-REASON(MATCH-SUB) TO AL-REASON-CODE.          09400006
           PERFORM 227-WRITE-AUDIT-LOG-ENTRY.                           09400007
                                                                        09410000
      **************************************************************    09420000
      * RELEASES EVERY VALID ADD AS A NEW MASTER RECORD WITH ZERO  *    09430000
               MOVE CW-CUSTOMER-NAME         TO ADL-CUSTOMER-NAME       09820000
               MOVE "ADDED"                  TO ADL-ACTION-TEXT         09830000
               PERFORM 224-PRINT-AUDIT-LINE                             09840000
               *> AN ADDED RECORD HAS NO BEFORE IMAGE                   09840001
               MOVE SPACES TO AUDIT-LOG-RECORD                          09840002
               MOVE CUSTOMER-WORK-RECORD TO AL-AFTER-IMAGE              09840003
               MOVE MT-CHANGE-REASON(MAINT-SUB) TO AL-REASON-CODE       09840004
               PERFORM 227-WRITE-AUDIT-LOG-ENTRY                        09840005
               RELEASE SORT-RECORD FROM CUSTOMER-WORK-RECORD            09850000
           END-IF.                                                      09860000
                                                                        09870000
           MOVE AUDIT-DETAIL-LINE TO MAINTRPT-PRINT-AREA.               09970000
           PERFORM 225-WRITE-REPORT-LINE.                               09980000
                                                                        09990000
      **************************************************************    09990001
      * APPENDS ONE ENTRY TO THE SHARED AUDIT LOG - THE CALLER HAS *    09990002
      * ALREADY FILLED THE BEFORE AND AFTER IMAGES (SPACES FOR THE *    09990003
      * SIDE AN ADD OR DELETE DOES NOT HAVE) AND THE REASON CODE.  *    09990004
      * THE TRANSACTION TYPE COMES FROM THE AUDIT DETAIL LINE AND  *    09990005
      * THE KEYS FROM WHICHEVER IMAGES ARE PRESENT                 *    09990006
      **************************************************************    09990007
       227-WRITE-AUDIT-LOG-ENTRY.                                       09990008
                                                                        09990009
           MOVE CURRENT-DATE-AND-TIME(1:8) TO AL-RUN-DATE.              09990010
           MOVE CURRENT-DATE-AND-TIME(9:6) TO AL-RUN-TIME.              09990011
           MOVE "CMM5000"                  TO AL-PROGRAM-ID.            09990012
           MOVE "CUSTMAST"                 TO AL-MASTER-FILE.           09990013
           MOVE ADL-TRANS-TYPE             TO AL-TRANS-TYPE.            09990014
           MOVE SPACES TO AL-CUSTOMER-NUMBER                            09990015
                          AL-BEFORE-BRANCH                              09990016
                          AL-BEFORE-SALESREP                            09990017
                          AL-AFTER-BRANCH                               09990018
                          AL-AFTER-SALESREP.                            09990019
                                                                        09990020
           IF AL-BEFORE-IMAGE NOT = SPACES                              09990021
               MOVE AL-BEFORE-IMAGE(1:2) TO AL-BEFORE-BRANCH            09990022
               MOVE AL-BEFORE-IMAGE(3:2) TO AL-BEFORE-SALESREP          09990023
               MOVE AL-BEFORE-IMAGE(5:5) TO AL-CUSTOMER-NUMBER          09990024
           END-IF.                                                      09990025
           IF AL-AFTER-IMAGE NOT = SPACES                               09990026
               MOVE AL-AFTER-IMAGE(1:2)  TO AL-AFTER-BRANCH             09990027
               MOVE AL-AFTER-IMAGE(3:2)  TO AL-AFTER-SALESREP           09990028
               MOVE AL-AFTER-IMAGE(5:5)  TO AL-CUSTOMER-NUMBER          09990029
           END-IF.                                                      09990030
                                                                        09990031
           WRITE AUDIT-LOG-RECORD.                                      09990032
                                                                        09990033
      **************************************************************    10000000
      * WRITES ONE LINE TO THE AUDIT REPORT AND COUNTS IT AGAINST  *    10010000
      * THE CURRENT PAGE                                           *    10020000
           MOVE OUTPUT-HASH-THIS-YTD TO CT-HASH-THIS-YTD.               10770000
           MOVE OUTPUT-HASH-LAST-YTD TO CT-HASH-LAST-YTD.               10780000
           MOVE OUTPUT-HASH-TWO-YEARS-AGO TO CT-HASH-TWO-YEARS-AGO.     10790000
           MOVE INPUT-LAST-POSTED-DATE TO CT-LAST-POSTED-DATE.          10790001
           MOVE INPUT-SALES-YEAR TO CT-SALES-YEAR.                      10790002
           RELEASE SORT-RECORD FROM CONTROL-TRAILER-AREA.               10800000
                                                                        10810000
      **************************************************************    10820000
                                                                        11690000
           MOVE TRANS-RESULT-LINE TO MAINTRPT-PRINT-AREA.               11700000
           PERFORM 225-WRITE-REPORT-LINE.                               11710000
                                                                        11710001
      **************************************************************    11710002
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    11710003
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    11710004
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    11710005
      **************************************************************    11710006
       940-LOAD-BATCH-STATE.                                            11710007
                                                                        11710008
           OPEN INPUT BATCHCTL.                                         11710009
           PERFORM 941-READ-BATCH-CONTROL.                              11710010
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             11710011
           CLOSE BATCHCTL.                                              11710012
                                                                        11710013
           IF BATCH-BUSINESS-DATE = ZERO                                11710014
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         11710015
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      11710016
           END-IF.                                                      11710017
                                                                        11710018
      **************************************************************    11710019
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    11710020
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    11710021
      **************************************************************    11710022
       941-READ-BATCH-CONTROL.                                          11710023
                                                                        11710024
           READ BATCHCTL                                                11710025
               AT END                                                   11710026
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     11710027
                                                                        11710028
      **************************************************************    11710029
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    11710030
      * THROUGH, AND READS THE NEXT RECORD                         *    11710031
      **************************************************************    11710032
       942-NOTE-BATCH-START.                                            11710033
                                                                        11710034
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          11710035
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             11710036
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  11710037
           END-IF.                                                      11710038
                                                                        11710039
           PERFORM 941-READ-BATCH-CONTROL.                              11710040
                                                                        11710041
      **************************************************************    11710042
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    11710043
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    11710044
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    11710045
      **************************************************************    11710046
       950-WRITE-BATCH-CONTROL.                                         11710047
                                                                        11710048
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            11710049
                                                                        11710050
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         11710051
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            11710052
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 11710053
           MOVE "CMM5000"               TO BC-STEP-NAME.                11710054
           MOVE "E"                     TO BC-EVENT.                    11710055
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              11710056
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           11710057
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            11710058
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             11710059
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 11710060
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 11710061
                                                                        11710062
           OPEN EXTEND BATCHCTL.                                        11710063
           WRITE BATCH-CONTROL-RECORD.                                  11710064
           CLOSE BATCHCTL.                                              11710065
