      *   printing before-and-after control totals for each bucket at   00110000
      *   the branch and grand level so the rollover can be proved      00120000
      *   against the final RPT5000 run of the year. A rollover         00130000
      *   history file stops the same year from being rolled twice.     00140000
      *   Every customer rolled is also appended with its before and    00140001
      *   after images to the shared AUDITLOG dataset, so the history   00140002
      *   outlives the printed report. The new trailer carries the last 00140003
      *   posted date forward and moves its sales year on to the year   00140004
      *   after the one rolled, so RCV5000 never rolls a post-rollover  00140005
      *   generation forward with the old year's history. The run       00140006
      *   files its end in the batch-state control file BATCHCTL        00140007
      *   under the business date CTL5000 opened the job with - its     00140008
      *   return code and the count and hash of the rolled master's     00140009
      *   trailer - so CTL5000 can check the master GENSTEP makes       00140010
      *   live before the next job starts                               00140011
       ENVIRONMENT DIVISION.                                            00150000
                                                                        00160000
       INPUT-OUTPUT SECTION.                                            00170000
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00210000
           SELECT ROLLRPT ASSIGN TO ROLLRPT.                            00220000
           SELECT OPTIONAL EOYCTL ASSIGN TO EOYCTL.                     00230000
           SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG.                 00230001
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL.                 00230002
                                                                        00240000
       DATA DIVISION.                                                   00250000
                                                                        00260000
           05  EC-RUN-TIME             PIC 9(4).                        00840000
           05  EC-RECORD-COUNT         PIC 9(7).                        00850000
           05  FILLER                  PIC X(57).                       00860000
                                                                        00860001
      **************************************************************    00860002
      * SHARED AUDIT LOG - ONE ENTRY PER MASTER RECORD ADDED,       *   00860003
      * CHANGED, MOVED, DELETED, OR ROLLED BY ANY MAINTENANCE       *   00860004
      * PROGRAM, CARRYING THE RECORD'S BEFORE AND AFTER IMAGES.     *   00860005
      * OPENED EXTEND SO EVERY RUN APPENDS - AUD5000 REPORTS ON IT  *   00860006
      **************************************************************    00860007
       FD  AUDITLOG                                                     00860008
           RECORDING MODE IS F                                          00860009
           LABEL RECORDS ARE STANDARD                                   00860010
           RECORD CONTAINS 320 CHARACTERS                               00860011
           BLOCK CONTAINS 320 CHARACTERS.                               00860012
       01  AUDIT-LOG-RECORD.                                            00860013
           05  AL-RUN-DATE             PIC 9(8).                        00860014
           05  AL-RUN-TIME             PIC 9(6).                        00860015
           05  AL-PROGRAM-ID           PIC X(8).                        00860016
           05  AL-MASTER-FILE          PIC X(12).                       00860017
           05  AL-TRANS-TYPE           PIC X(1).                        00860018
           05  AL-REASON-CODE          PIC X(3).                        00860019
           05  AL-CUSTOMER-NUMBER      PIC X(5).                        00860020
           05  AL-BEFORE-BRANCH        PIC X(2).                        00860021
           05  AL-BEFORE-SALESREP      PIC X(2).                        00860022
           05  AL-AFTER-BRANCH         PIC X(2).                        00860023
           05  AL-AFTER-SALESREP       PIC X(2).                        00860024
           05  FILLER                  PIC X(9).                        00860025
           05  AL-BEFORE-IMAGE         PIC X(130).                      00860026
           05  AL-AFTER-IMAGE          PIC X(130).                      00860027
                                                                        00870000
      **************************************************************    00870001
      * BATCH-STATE CONTROL FILE SHARED BY THE NIGHTLY JOBS - READ *    00870002
      * AT THE START FOR THE BUSINESS DATE CTL5000 OPENED THIS JOB *    00870003
      * UNDER, AND APPENDED TO AT THE END WITH THIS STEP'S RETURN  *    00870004
      * CODE AND THE CUSTMAST TRAILER IT SAW (SEE CTL5000)         *    00870005
      **************************************************************    00870006
       FD  BATCHCTL                                                     00870007
           RECORDING MODE IS F                                          00870008
           LABEL RECORDS ARE STANDARD                                   00870009
           RECORD CONTAINS 130 CHARACTERS                               00870010
           BLOCK CONTAINS 130 CHARACTERS.                               00870011
       01  BATCH-CONTROL-RECORD.                                        00870012
           05  BC-BUSINESS-DATE        PIC 9(8).                        00870013
           05  BC-JOB-NAME             PIC X(8).                        00870014
           05  BC-STEP-NAME            PIC X(8).                        00870015
           05  BC-EVENT                PIC X(1).                        00870016
               88  BC-GATE-PASSED               VALUE "S".              00870017
               88  BC-GATE-FORCED               VALUE "F".              00870018
               88  BC-GATE-REFUSED              VALUE "R".              00870019
               88  BC-STEP-ENDED                VALUE "E".              00870020
           05  BC-RETURN-CODE          PIC 9(2).                        00870021
           05  BC-TRAILER-SOURCE       PIC X(1).                        00870022
               88  BC-LIVE-MASTER               VALUE "L".              00870023
               88  BC-NEW-MASTER                VALUE "N".              00870024
               88  BC-COPY-OF-MASTER            VALUE "C".              00870025
           05  BC-TRAILER-COUNT        PIC 9(7).                        00870026
           05  BC-TRAILER-HASH         PIC S9(9)V9(2).                  00870027
           05  BC-RUN-DATE             PIC 9(8).                        00870028
           05  BC-RUN-TIME             PIC 9(6).                        00870029
           05  BC-MESSAGE              PIC X(40).                       00870030
           05  FILLER                  PIC X(30).                       00870031
                                                                        00870032
                                                                        00870033
       WORKING-STORAGE SECTION.                                         00880000
                                                                        00890000
      *------------------------------------------------------------*    00900000
               88  TRAILER-SEEN                 VALUE "Y".              01080002
           05  TRAILER-ERROR-SWITCH    PIC X    VALUE "N".              01080003
               88  TRAILER-ERROR                VALUE "Y".              01080004
           05  BATCHCTL-EOF-SWITCH     PIC X    VALUE "N".              01080005
               88  BATCHCTL-EOF                 VALUE "Y".              01080006
                                                                        01090000
      **************************************************************    01100000
      * CONTROL FIELDS FOR THE BRANCH BREAK AND THE ROLLOVER YEAR  *    01110000
       01  CONTROL-FIELDS.                                              01130000
           05  OLD-BRANCH-NUMBER       PIC 99   VALUE ZERO.             01140000
           05  ROLLOVER-YEAR           PIC 9(4) VALUE ZERO.             01150000
           *> THE LAST POSTED DATE FROM THE INCOMING TRAILER,           01150001
           *> CARRIED ONTO THE ROLLED MASTER'S TRAILER                  01150002
           05  INPUT-LAST-POSTED-DATE  PIC 9(8) VALUE ZERO.             01150003
                                                                        01150004
      **************************************************************    01150005
      * THE CONTROL TRAILER RECORD CARRIED AS THE LAST RECORD ON    *   01150006
      * CUSTMAST - ITS KEY OF ALL NINES SORTS IT BEHIND EVERY REAL  *   01150007
      * CUSTOMER. THE INCOMING TRAILER IS VERIFIED AGAINST THE      *   01150008
      * BEFORE CONTROL TOTALS AND A FRESH TRAILER CARRYING THE      *   01150009
      * ROLLED BUCKETS IS WRITTEN AS THE NEW MASTER'S LAST RECORD   *   01150010
      **************************************************************    01150011
       01  CONTROL-TRAILER-AREA.                                        01150012
           05  CT-TRAILER-KEY          PIC X(9).                        01150013
           05  CT-TRAILER-ID           PIC X(8).                        01150014
           05  CT-RECORD-COUNT         PIC 9(7).                        01150015
           05  CT-HASH-THIS-YTD        PIC S9(9)V9(2).                  01150016
           05  CT-HASH-LAST-YTD        PIC S9(9)V9(2).                  01150017
           05  CT-HASH-TWO-YEARS-AGO   PIC S9(9)V9(2).                  01150018
           05  CT-LAST-POSTED-DATE     PIC 9(8).                        01150019
           05  CT-SALES-YEAR           PIC 9(4).                        01150020
           05  FILLER                  PIC X(61).                       01150021
                                                                        01160000
      **************************************************************    01170000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    01180000
           05  GRAND-AFTER-TWO-YEARS    PIC S9(7)V99   VALUE ZERO.      01450000
           05  GRAND-CUSTOMER-COUNT     PIC S9(5)      VALUE ZERO.      01460000
                                                                        01470000
      **************************************************************    01470001
      * WHERE THIS STEP STANDS IN THE NIGHTLY CHAIN - THE BUSINESS *    01470002
      * DATE AND JOB OF THE LAST START CTL5000 LET THROUGH, AND    *    01470003
      * THE CUSTMAST TRAILER FIGURES THIS STEP RECORDS AT THE END  *    01470004
      **************************************************************    01470005
       01  BATCH-STATE-FIELDS.                                          01470006
           05  BATCH-BUSINESS-DATE     PIC 9(8)      VALUE ZERO.        01470007
           05  BATCH-JOB-NAME          PIC X(8)      VALUE SPACE.       01470008
           05  BATCH-TRAILER-SOURCE    PIC X(1)      VALUE SPACE.       01470009
           05  BATCH-TRAILER-COUNT     PIC 9(7)      VALUE ZERO.        01470010
           05  BATCH-TRAILER-HASH      PIC S9(9)V99  VALUE ZERO.        01470011
           05  BATCH-CURRENT-DATE      PIC X(21)     VALUE SPACE.       01470012
                                                                        01470013
      **************************************************************    01480000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    01490000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    01500000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        02860000
           *> LINES AND FOR THE DEFAULT ROLLOVER YEAR                   02870000
           PERFORM 100-FORMAT-REPORT-HEADING.                           02880000
                                                                        02880001
           *> PICK UP THE BUSINESS DATE AND JOB CTL5000 OPENED THIS     02880002
           *> RUN UNDER SO THE END RECORD FILES IN THE RIGHT NIGHT      02880003
           PERFORM 940-LOAD-BATCH-STATE.                                02880004
                                                                        02890000
           *> A SECOND SUBMISSION FOR A YEAR THAT HAS ALREADY BEEN      02900000
           *> ROLLED WOULD SHIFT THE BUCKETS TWICE AND DESTROY A        02910000
                           " NOT RECORDED AS ROLLED"                    03000015
                   WHEN OTHER                                           03000016
                       PERFORM 040-RECORD-ROLLOVER-RUN                  03000017
                       *> THE ROLLED MASTER'S FRESH TRAILER IS THE ONE  03000018
                       *> GENSTEP IS ABOUT TO MAKE LIVE                 03000019
                       MOVE "N"              TO BATCH-TRAILER-SOURCE    03000020
                       MOVE CT-RECORD-COUNT  TO BATCH-TRAILER-COUNT     03000021
                       MOVE CT-HASH-THIS-YTD TO BATCH-TRAILER-HASH      03000022
               END-EVALUATE                                             03000023
           END-IF.                                                      03020000
                                                                        03030000
           *> FILE THE END OF THE STEP FOR CTL5000 - A RUN REFUSED      03030001
           *> BEFORE IT READ THE MASTER RECORDS NO TRAILER              03030002
           PERFORM 950-WRITE-BATCH-CONTROL.                             03030003
                                                                        03030004
           STOP RUN.                                                    03040000
                                                                        03050000
      **************************************************************    03060000
                                                                        04050000
           OPEN INPUT  CUSTMAST                                         04060000
                OUTPUT NEWMAST                                          04070000
                       ROLLRPT                                          04080000
                EXTEND AUDITLOG.                                        04080001
                                                                        04090000
           PERFORM 210-READ-CUSTOMER-RECORD.                            04100000
           IF NOT CUSTMAST-EOF                                          04110000
                                                                        04250000
           CLOSE CUSTMAST                                               04260000
                 NEWMAST                                                04270000
                 ROLLRPT                                                04280000
                 AUDITLOG.                                              04280001
                                                                        04290000
      **************************************************************    04300000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    04310000
           ADD CM-SALES-TWO-YEARS-AGO TO BRANCH-BEFORE-TWO-YEARS.       04690000
           ADD 1 TO BRANCH-CUSTOMER-COUNT.                              04700000
                                                                        04710000
           MOVE SPACES TO AUDIT-LOG-RECORD.                             04710001
           MOVE CUSTOMER-MASTER-RECORD TO AL-BEFORE-IMAGE.              04710002
                                                                        04710003
           *> SHIFT THE THREE BUCKETS DOWN ONE YEAR                     04720000
           MOVE CM-SALES-LAST-YTD TO CM-SALES-TWO-YEARS-AGO.            04730000
           MOVE CM-SALES-THIS-YTD TO CM-SALES-LAST-YTD.                 04740000
           ADD CM-SALES-TWO-YEARS-AGO TO BRANCH-AFTER-TWO-YEARS.        04800000
                                                                        04810000
           WRITE NEWMAST-RECORD FROM CUSTOMER-MASTER-RECORD.            04820000
                                                                        04820001
           MOVE CUSTOMER-MASTER-RECORD TO AL-AFTER-IMAGE.               04820002
           PERFORM 220-WRITE-AUDIT-LOG-ENTRY.                           04820003
                                                                        04830000
           PERFORM 210-READ-CUSTOMER-RECORD.                            04840000
                                                                        04850000
       215-CAPTURE-CONTROL-TRAILER.                                     04950006
                                                                        04950007
           MOVE CUSTOMER-MASTER-RECORD TO CONTROL-TRAILER-AREA.         04950008
           IF CT-LAST-POSTED-DATE IS NUMERIC                            04950009
               MOVE CT-LAST-POSTED-DATE TO INPUT-LAST-POSTED-DATE       04950010
           END-IF.                                                      04950011
           MOVE "Y" TO TRAILER-SEEN-SWITCH.                             04950012
           READ CUSTMAST                                                04950013
               AT END                                                   04950014
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.                     04950015
                                                                        04950016
      **************************************************************    04950017
      * APPENDS ONE ROLLED CUSTOMER TO THE SHARED AUDIT LOG WITH   *    04950018
      * ITS RECORD BEFORE AND AFTER THE ROLL. A ROLLOVER HAS NO    *    04950019
      * TRANSACTION BEHIND IT, SO IT CARRIES ITS OWN REASON CODE   *    04950020
      **************************************************************    04950021
       220-WRITE-AUDIT-LOG-ENTRY.                                       04950022
                                                                        04950023
           MOVE CURRENT-DATE-AND-TIME(1:8) TO AL-RUN-DATE.              04950024
           MOVE CURRENT-DATE-AND-TIME(9:6) TO AL-RUN-TIME.              04950025
           MOVE "EOY5000"                  TO AL-PROGRAM-ID.            04950026
           MOVE "CUSTMAST"                 TO AL-MASTER-FILE.           04950027
           MOVE "R"                        TO AL-TRANS-TYPE.            04950028
           MOVE "EOY"                      TO AL-REASON-CODE.           04950029
           MOVE CM-CUSTOMER-NUMBER         TO AL-CUSTOMER-NUMBER.       04950030
           MOVE CM-BRANCH-NUMBER           TO AL-BEFORE-BRANCH          04950031
                                              AL-AFTER-BRANCH.          04950032
           MOVE CM-SALESREP-NUMBER         TO AL-BEFORE-SALESREP        04950033
                                              AL-AFTER-SALESREP.        04950034
           WRITE AUDIT-LOG-RECORD.                                      04950035
                                                                        04950036
      **************************************************************    04960000
      * WRITES ONE LINE TO THE CONTROL REPORT AND COUNTS IT        *    04970000
      * AGAINST THE CURRENT PAGE                                   *    04980000
           MOVE GRAND-AFTER-THIS-YTD TO CT-HASH-THIS-YTD.               06320041
           MOVE GRAND-AFTER-LAST-YTD TO CT-HASH-LAST-YTD.               06320042
           MOVE GRAND-AFTER-TWO-YEARS TO CT-HASH-TWO-YEARS-AGO.         06320043
           MOVE INPUT-LAST-POSTED-DATE TO CT-LAST-POSTED-DATE.          06320044
           ADD 1 ROLLOVER-YEAR GIVING CT-SALES-YEAR.                    06320045
           WRITE NEWMAST-RECORD FROM CONTROL-TRAILER-AREA.              06320046
                                                                        06320047
      **************************************************************    06320048
      * READS BATCHCTL FOR THE BUSINESS DATE AND JOB OF THE LAST   *    06320049
      * START CTL5000 LET THROUGH - THE ONE AT THE TOP OF THIS     *    06320050
      * JOB. A STEP RUN WITH NO START ON FILE BELONGS TO TODAY     *    06320051
      **************************************************************    06320052
       940-LOAD-BATCH-STATE.                                            06320053
                                                                        06320054
           OPEN INPUT BATCHCTL.                                         06320055
           PERFORM 941-READ-BATCH-CONTROL.                              06320056
           PERFORM 942-NOTE-BATCH-START UNTIL BATCHCTL-EOF.             06320057
           CLOSE BATCHCTL.                                              06320058
                                                                        06320059
           IF BATCH-BUSINESS-DATE = ZERO                                06320060
               MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE         06320061
               MOVE BATCH-CURRENT-DATE(1:8) TO BATCH-BUSINESS-DATE      06320062
           END-IF.                                                      06320063
                                                                        06320064
      **************************************************************    06320065
      * READS THE NEXT BATCHCTL RECORD AND IF ITS THE LAST ONE     *    06320066
      * UPDATES THE BATCHCTL-EOF-SWITCH                            *    06320067
      **************************************************************    06320068
       941-READ-BATCH-CONTROL.                                          06320069
                                                                        06320070
           READ BATCHCTL                                                06320071
               AT END                                                   06320072
                   MOVE "Y" TO BATCHCTL-EOF-SWITCH.                     06320073
                                                                        06320074
      **************************************************************    06320075
      * KEEPS THE BUSINESS DATE AND JOB OF A START THAT WAS LET    *    06320076
      * THROUGH, AND READS THE NEXT RECORD                         *    06320077
      **************************************************************    06320078
       942-NOTE-BATCH-START.                                            06320079
                                                                        06320080
           IF BC-GATE-PASSED OR BC-GATE-FORCED                          06320081
               MOVE BC-BUSINESS-DATE TO BATCH-BUSINESS-DATE             06320082
               MOVE BC-JOB-NAME      TO BATCH-JOB-NAME                  06320083
           END-IF.                                                      06320084
                                                                        06320085
           PERFORM 941-READ-BATCH-CONTROL.                              06320086
                                                                        06320087
      **************************************************************    06320088
      * APPENDS THIS STEP'S END RECORD TO BATCHCTL - THE RETURN    *    06320089
      * CODE IT IS ENDING WITH AND THE CUSTMAST TRAILER FIGURES IT *    06320090
      * SAW, SO CTL5000 CAN GATE THE NEXT JOB ON THEM              *    06320091
      **************************************************************    06320092
       950-WRITE-BATCH-CONTROL.                                         06320093
                                                                        06320094
           MOVE FUNCTION CURRENT-DATE TO BATCH-CURRENT-DATE.            06320095
                                                                        06320096
           MOVE SPACES TO BATCH-CONTROL-RECORD.                         06320097
           MOVE BATCH-BUSINESS-DATE     TO BC-BUSINESS-DATE.            06320098
           MOVE BATCH-JOB-NAME          TO BC-JOB-NAME.                 06320099
           MOVE "EOY5000"               TO BC-STEP-NAME.                06320100
           MOVE "E"                     TO BC-EVENT.                    06320101
           MOVE RETURN-CODE             TO BC-RETURN-CODE.              06320102
           MOVE BATCH-TRAILER-SOURCE    TO BC-TRAILER-SOURCE.           06320103
           MOVE BATCH-TRAILER-COUNT     TO BC-TRAILER-COUNT.            06320104
           MOVE BATCH-TRAILER-HASH      TO BC-TRAILER-HASH.             06320105
           MOVE BATCH-CURRENT-DATE(1:8) TO BC-RUN-DATE.                 06320106
           MOVE BATCH-CURRENT-DATE(9:6) TO BC-RUN-TIME.                 06320107
                                                                        06320108
           OPEN EXTEND BATCHCTL.                                        06320109
           WRITE BATCH-CONTROL-RECORD.                                  06320110
           CLOSE BATCHCTL.                                              06320111
