      *   customer moved with its before and after keys, and the        00130000
      *   realigned master is sorted back into branch/salesrep/         00140000
      *   customer sequence so the nightly report run cannot trip       00150000
      *   its sequence abort. Every customer moved is also appended     00160000
      *   with its before and after images to the shared AUDITLOG       00160001
      *   dataset, so the history outlives the printed report. The      00160002
      *   new trailer carries the last posted date and sales year       00160003
      *   forward from the old one, so a backup generation still tells  00160004
      *   RCV5000 where to begin rolling forward. The run files its     00160005
      *   end in the batch-state control file BATCHCTL under the        00160006
      *   business date CTL5000 opened the job with - its return        00160007
      *   code and the count and hash of the new master's trailer -     00160008
      *   so CTL5000 can check the master GENSTEP makes live before     00160009
      *   the next job starts                                           00160010
       ENVIRONMENT DIVISION.                                            00170000
                                                                        00180000
       INPUT-OUTPUT SECTION.                                            00190000
           SELECT SALESREPMAST ASSIGN TO SALESREPMAST.                  00250000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00260000
           SELECT MOVERPT ASSIGN TO MOVERPT.                            00270000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00270001
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00270002
           SELECT SORT-FILE ASSIGN TO SORTWORK.                         00280000
                                                                        00290000
       DATA DIVISION.                                                   00300000
      **************************************************************    00340000
      * REALIGNMENT TRANSACTION FILE - TYPE C MOVES ONE CUSTOMER    *   00350000
      * FROM ITS STATED BRANCH/SALESREP TO THE TARGET KEYS, TYPE R  *   00360000
      * MOVES EVERY CUSTOMER OF THE FROM BRANCH/SALESREP. COLS      *   00370000
      * 15-17 CARRY THE CHANGE REASON CODE THAT GOES ON THE AUDIT   *   00370001
      * LOG WITH EVERY CUSTOMER THE TRANSACTION MOVES               *   00370002
      **************************************************************    00380000
       FD  MOVETRAN                                                     00390000
           RECORDING MODE IS F                                          00400000
           05  MV-FROM-SALESREP        PIC X(2).                        00480000
           05  MV-TO-BRANCH            PIC X(2).                        00490000
           05  MV-TO-SALESREP          PIC X(2).                        00500000
           05  MV-CHANGE-REASON        PIC X(3).                        00500001
           05  FILLER                  PIC X(63).                       00510000
                                                                        00520000
      **************************************************************    00530000
      * INPUT MASTER FILE - SAME LAYOUT AS RPT5000'S CUSTMAST,      *   00540000
           RECORD CONTAINS 130 CHARACTERS                               01240000
           BLOCK CONTAINS 130 CHARACTERS.                               01250000
       01  MOVERPT-PRINT-AREA  PIC X(130).                              01260000
                                                                        01260001
      **************************************************************    01260002
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,       *   01260003
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE       *   01260004
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.     *   01260005
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT  *   01260006
      **************************************************************    01260007
       FD  AUDITLOG                                                     01260008
           RECORDING MODE IS F                                          01260009
           LABEL RECORDS ARE STANDARD                                   01260010
           RECORD CONTAINS 320 CHARACTERS                               01260011
           BLOCK CONTAINS 320 CHARACTERS.                               01260012
       01  AUDIT-LOG-RECORD.                                            01260013
           05  AL-RUN-DATE             PIC 9(8).                        01260014
           05  AL-RUN-TIME             PIC 9(6).                        01260015
           05  AL-PROGRAM-ID           PIC X(8).                        01260016
           05  AL-MASTER-FILE          PIC X(12).                       01260017
           05  AL-TRANS-TYPE           PIC X(1).                        01260018
           05  AL-REASON-CODE          PIC X(3).                        01260019
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        01260020
           05  AL-BEFORE-BRANCH        PIC X(2).                        01260021
           05  AL-BEFORE-SALESREP      PIC X(2).                        01260022
           05  AL-AFTER-BRANCH         PIC X(2).                        01260023
           05  AL-AFTER-SALESREP       PIC X(2).                        01260024
           05  FILLER                  PIC X(9).                        01260025
           05  AL-BEFORE-IMAGE         PIC X(130).                      01260026
           05  AL-AFTER-IMAGE          PIC X(130).                      01260027
                                                                        01270000
      **************************************************************    01280000
      * SORT WORK FILE - THE REALIGNED RECORDS ARE RELEASED HERE    *   01290000
           05  SR-CUSTOMER-NUMBER      PIC 9(5).                        01380000
           05  FILLER                  PIC X(121).                      01390000
                                                                        01400000
      **************************************************************    01400001
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    01400002
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    01400003
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    01400004
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    01400005
      **************************************************************    01400006
       FD  BATCHCTL                                                     01400007
           RECORDING MODE IS F                                          01400008
           LABEL RECORDS ARE STANDARD                                   01400009
           RECORD CONTAINS 130 CHARACTERS                               01400010
           BLOCK CONTAINS 130 CHARACTERS.                               01400011
       01  BATCH-CONTROL-RECORD.                                        01400012
           05  BC-BUSINESS-DATE        PIC 9(8).                        01400013
           05  BC-JOB-NAME             PIC X(8).                        01400014
           05  BC-STEP-NAME            PIC X(8).                        01400015
           05  BC-EVENT                PIC X(1).                        01400016
               88  BC-GATE-PASSED               VALUE "S".              01400017
               88  BC-GATE-FORCED               VALUE "F".              01400018
               88  BC-GATE-REFUSED              VALUE "R".              01400019
               88  BC-STEP-ENDED                VALUE "E".              01400020
           05  BC-RETURN-CODE          PIC 9(2).                        01400021
           05  BC-TRAILER-SOURCE       PIC X(1).                        01400022
               88  BC-LIVE-MASTER               VALUE "L".              01400023
               88  BC-NEW-MASTER                VALUE "N".              01400024
               88  BC-COPY-OF-MASTER            VALUE "C".              01400025
           05  BC-TRAILER-COUNT        PIC 9(7).                        01400026
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  01400027
           05  BC-RUN-DATE             PIC 9(8).                        01400028
           05  BC-RUN-TIME             PIC 9(6).                        01400029
           05  BC-MESSAGE              PIC X(40).                       01400030
           05  FILLER                  PIC X(30).                       01400031
                                                                        01400032
                                                                        01400033
       WORKING-STORAGE SECTION.                                         01410000
                                                                        01420000
      *------------------------------------------------------------*    01430000
               88  TRAILER-SEEN                 VALUE "Y".              01740000
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01750000
               88  TRAILER-ERROR                VALUE "Y".              01760000
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01760001
               88  BATCHCTL-EOF                 VALUE "Y".              01760002
                                                                        01770000
      **************************************************************    01780000
      * HOLDS THE REASON CODE FOR THE TRANSACTION BEING VALIDATED  *    01790000
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  02050000
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  02060000
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  02070000
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        02080000
           05  CT-SALES-YEAR           PIC 9(4).                        02080001
           05  FILLER                  PIC X(61).                       02080002
                                                                        02090000
      **************************************************************    02100000
      * THE SAME COUNT AND HASH TOTALS ACCUMULATED FROM THE RECORDS *   02110000
           05  ACTUAL-HASH-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        02170000
           05  ACTUAL-HASH-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        02180000
           05  ACTUAL-HASH-TWO-YEARS-AGO PIC S9(9)V99 VALUE ZERO.       02190000
           *> THE LAST POSTED DATE AND SALES YEAR FROM THE INCOMING     02190001
           *> TRAILER - CARRIED ONTO THE NEW ONE UNCHANGED              02190002
           05  INPUT-LAST-POSTED-DATE  PIC 9(8)      VALUE ZERO.        02190003
           05  INPUT-SALES-YEAR        PIC 9(4)      VALUE ZERO.        02190004
                                                                        02200000
      **************************************************************    02210000
      * IN-MEMORY COPIES OF THE BRANCHMAST AND SALESREPMAST KEYS,  *    02220000
               10  MT-FROM-SALESREP    PIC X(2).                        02520000
               10  MT-TO-BRANCH        PIC X(2).                        02530000
               10  MT-TO-SALESREP      PIC X(2).                        02540000
               10  MT-CHANGE-REASON    PIC X(3).                        02540001
               10  MT-REASON-CODE      PIC X(3).                        02550000
               10  MT-APPLIED-COUNT    PIC S9(5).                       02560000
                                                                        02570000
           05  CUSTOMERS-MOVED-COUNT   PIC S9(5)  VALUE ZERO.           02790000
           05  UNMATCHED-TRANS-COUNT   PIC S9(5)  VALUE ZERO.           02800000
                                                                        02810000
      **************************************************************    02810001
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    02810002
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    02810003
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    02810004
      **************************************************************    02810005
       01  BATCH-STATE-FIELDS.                                          02810006
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        02810007
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       02810008
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       02810009
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        02810010
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        02810011
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       02810012
                                                                        02810013
      **************************************************************    02820000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    02830000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    02840000
           *> GRABS THE DATE AND TIME INFORMATION FOR                   04710000
           *> THE HEADER LINES                                          04720000
           PERFORM 100-FORMAT-REPORT-HEADING.                           04730000
                                                                        04730001
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     04730002
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      04730003
           PERFORM 940-LOAD-BATCH-STATE.                                04730004
                                                                        04740000
           *> LOAD THE REFERENCE KEYS AND THE WHOLE TRANSACTION         04750000
           *> FILE SO EVERY TARGET CAN BE PROVED GOOD BEFORE THE        04760000
                   MOVE 16 TO RETURN-CODE                               05060000
               WHEN OTHER                                               05070000
                   PERFORM 200-APPLY-REALIGNMENT                        05080000
                   *> THE REALIGNED MASTER'S FRESH TRAILER IS THE ONE   05080001
                   *> GENSTEP IS ABOUT TO MAKE LIVE                     05080002
                   MOVE "N"              TO BATCH-TRAILER-SOURCE        05080003
                   MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT         05080004
                   MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH          05080005
           END-EVALUATE.                                                05090000
                                                                        05100000
           *> FILE THE END OF THE STEP FOR CTL5000 - A RUN THAT NEVER   05100001
           *> REACHED THE MASTER RECORDS NO TRAILER                     05100002
           PERFORM 950-WRITE-BATCH-CONTROL.                             05100003
                                                                        05100004
           CLOSE MOVERPT.                                               05110000
           STOP RUN.                                                    05120000
                                                                        05130000
               MOVE MV-FROM-SALESREP   TO MT-FROM-SALESREP(MOVE-SUB)    06450000
               MOVE MV-TO-BRANCH       TO MT-TO-BRANCH(MOVE-SUB)        06460000
               MOVE MV-TO-SALESREP     TO MT-TO-SALESREP(MOVE-SUB)      06470000
               MOVE MV-CHANGE-REASON   TO MT-CHANGE-REASON(MOVE-SUB)    06470001
               MOVE SPACES             TO MT-REASON-CODE(MOVE-SUB)      06480000
               MOVE ZERO               TO MT-APPLIED-COUNT(MOVE-SUB)    06490000
               PERFORM 121-READ-MOVE-TRANSACTION                        06500000
      **************************************************************    07870000
       200-APPLY-REALIGNMENT.                                           07880000
                                                                        07890000
           OPEN INPUT CUSTMAST                                          07900000
                EXTEND AUDITLOG.                                        07900001
                                                                        07910000
           SORT SORT-FILE                                               07920000
               ON ASCENDING KEY SR-BRANCH-NUMBER                        07930000
               INPUT PROCEDURE IS 205-RELEASE-REALIGNED-MASTER          07960000
               GIVING NEWMAST.                                          07970000
                                                                        07980000
           CLOSE CUSTMAST                                               07990000
                 AUDITLOG.                                              07990001
                                                                        08000000
           PERFORM 300-PRINT-REALIGNMENT-TOTALS.                        08040000
                                                                        08050000
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
                                                                        08930000
           MOVE CM-BRANCH-NUMBER   TO BEFORE-BRANCH-NUMBER.             08940000
           MOVE CM-SALESREP-NUMBER TO BEFORE-SALESREP-NUMBER.           08950000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             08950001
           MOVE CUSTOMER-MASTER-RECORD TO AL-BEFORE-IMAGE.              08950002
                                                                        08960000
           MOVE MT-TO-BRANCH(MATCH-SUB)   TO CM-BRANCH-NUMBER.          08970000
           MOVE MT-TO-SALESREP(MATCH-SUB) TO CM-SALESREP-NUMBER.        08980000
           MOVE "Y" TO RECORD-MOVED-SWITCH.                             09020000
                                                                        09030000
           PERFORM 224-PRINT-AUDIT-LINE.                                09040000
                                                                        09040001
           MOVE CUSTOMER-MASTER-RECORD TO AL-AFTER-IMAGE.               09040002
           PERFORM 227-WRITE-AUDIT-LOG-ENTRY.                           09040003
                                                                        09050000
      **************************************************************    09060000
      * PRINTS ONE MOVED CUSTOMER ON THE AUDIT REPORT WITH ITS     *    09070000
           MOVE AUDIT-DETAIL-LINE TO MOVERPT-PRINT-AREA.                09230000
           PERFORM 225-WRITE-REPORT-LINE.                               09240000
                                                                        09250000
      **************************************************************    09250001
      * APPENDS ONE MOVED CUSTOMER TO THE SHARED AUDIT LOG WITH    *    09250002
      * ITS RECORD AS IT WAS AND AS IT WAS REALIGNED, AND THE      *    09250003
      * CHANGE REASON CODE FROM THE TRANSACTION THAT MOVED IT      *    09250004
      **************************************************************    09250005
       227-WRITE-AUDIT-LOG-ENTRY.                                       09250006
                                                                        09250007
           MOVE CURRENT-DATE-AND-TIME(1:8)   TO AL-RUN-DATE.            09250008
           MOVE CURRENT-DATE-AND-TIME(9:6)   TO AL-RUN-TIME.            09250009
           MOVE "MNT5000"                    TO AL-PROGRAM-ID.          09250010
           MOVE "CUSTMAST"                   TO AL-MASTER-FILE.         09250011
           MOVE "M"                          TO AL-TRANS-TYPE.          09250012
           MOVE MT-CHANGE-REASON(MATCH-SUB)  TO AL-REASON-CODE.         09250013
           MOVE CM-CUSTOMER-NUMBER           TO AL-CUSTOMER-NUMBER.     09250014
           MOVE BEFORE-BRANCH-NUMBER         TO AL-BEFORE-BRANCH.       09250015
           MOVE BEFORE-SALESREP-NUMBER       TO AL-BEFORE-SALESREP.     09250016
           MOVE CM-BRANCH-NUMBER             TO AL-AFTER-BRANCH.        09250017
           MOVE CM-SALESREP-NUMBER           TO AL-AFTER-SALESREP.      09250018
           WRITE AUDIT-LOG-RECORD.                                      09250019
                                                                        09250020
      **************************************************************    09260000
      * WRITES ONE LINE TO THE AUDIT REPORT AND COUNTS IT AGAINST  *    09270000
      * THE CURRENT PAGE                                           *    09280000
           MOVE ACTUAL-HASH-THIS-YTD TO CT-HASH-THIS-YTD.               10030000
           MOVE ACTUAL-HASH-LAST-YTD TO CT-HASH-LAST-YTD.               10040000
           MOVE ACTUAL-HASH-TWO-YEARS-AGO TO CT-HASH-TWO-YEARS-AGO.     10050000
           MOVE INPUT-LAST-POSTED-DATE TO CT-LAST-POSTED-DATE.          10050001
           MOVE INPUT-SALES-YEAR TO CT-SALES-YEAR.                      10050002
           RELEASE SORT-RECORD FROM CONTROL-TRAILER-AREA.               10060000
                                                                        10070000
      **************************************************************    10080000
                                                                        10730000
           MOVE TRANS-RESULT-LINE TO MOVERPT-PRINT-AREA.                10740000
           PERFORM 225-WRITE-REPORT-LINE.                               10750000
                                                                        10750001
      **************************************************************    10750002
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    10750003
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    10750004
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    10750005
      **************************************************************    10750006
       940-LOAD-BATCH-STATE.                                            10750007
                                                                        10750008
           OPEN INPUT BATCHCTL.                                         10750009
           PERFORM 941-READ-BATCH-CONTROL.                              10750010
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             10750011
           CLOSE BATCHCTL.                                              10750012
                                                                        10750013
           IF BATCH-BUSINESS-DATE = ZERO                                10750014
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         10750015
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      10750016
           END-IF.                                                      10750017
                                                                        10750018
      **************************************************************    10750019
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    10750020
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    10750021
      **************************************************************    10750022
       941-READ-BATCH-CONTROL.                                          10750023
                                                                        10750024
           READ BATCHCTL                                                10750025
               AT END                                                   10750026
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     10750027
                                                                        10750028
      **************************************************************    10750029
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    10750030
      * THROUGH, AND READS THE NEXT RECORD                         *    10750031
      **************************************************************    10750032
       942-NOTE-BATCH-START.                                            10750033
                                                                        10750034
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          10750035
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             10750036
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  10750037
           END-IF.                                                      10750038
                                                                        10750039
           PERFORM 941-READ-BATCH-CONTROL.                              10750040
                                                                        10750041
      **************************************************************    10750042
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    10750043
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    10750044
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    10750045
      **************************************************************    10750046
       950-WRITE-BATCH-CONTROL.                                         10750047
                                                                        10750048
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            10750049
                                                                        10750050
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         10750051
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            10750052
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 10750053
           MOVE "MNT5000"               TO BC-STEP-NAME.                10750054
           MOVE "E"                     TO BC-EVENT.                    10750055
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              10750056
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           10750057
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            10750058
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             10750059
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 10750060
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 10750061
                                                                        10750062
           OPEN EXTEND BATCHCTL.                                        10750063
           WRITE BATCH-CONTROL-RECORD.                                  10750064
           CLOSE BATCHCTL.                                              10750065
