       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2X.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    BATCH-WINDOW ELAPSED-TIME TREND AND SLA REPORT. READS THE    00008000
      *    CBLDB2S RUN-CONTROL MASTER (RUNIDD) AND, FOR EVERY CYCLE IN  00009000
      *    THE PARM DATE RANGE, LISTS EACH CHAIN STEP CBLDB2D THROUGH   00010000
      *    CBLDB2G WITH ITS START, END, ELAPSED TIME, THE IDLE GAP      00011000
      *    SINCE ITS PREDECESSOR ENDED, ITS RECORD VOLUME AND ITS       00012000
      *    OUTCOME, FLAGGING STEPS THAT FAILED, WERE RERUN OR FINISHED  00013000
      *    PAST THE TARGET END TIME. EACH CYCLE ENDS WITH THE TOTAL     00014000
      *    CHAIN DURATION AGAINST THE TARGET. THE PERIOD SUMMARY GIVES  00015000
      *    EACH STEP'S AVERAGE AND WORST ELAPSED TIME AND THE TREND     00016000
      *    AGAINST THE PRIOR PERIOD OF THE SAME LENGTH.                 00017000
      *      PARMDD 'FROM,TO,HH:MM' - CYCLE DATES AS YYYY-MM-DD (AT     00018000
      *           MOST 92 DAYS) AND THE TARGET END TIME ON THE MORNING  00019000
      *           OF THE CYCLE DATE. THE TARGET DEFAULTS TO 06:00.      00020000
      *    ELAPSED AND WORST TIMES ARE TAKEN FROM THE FINAL, SUCCESSFUL 00021000
      *    ATTEMPT OF A STEP ON A CYCLE; A CHAIN THAT DID NOT REACH A   00022000
      *    SUCCESSFUL CBLDB2G IS INCOMPLETE AND COUNTS AS A MISS.       00023000
      *    RUNIDD MUST BE IN THE 71-BYTE LAYOUT CBLDB2S NOW WRITES -    00023100
      *    SEE THE CBLDB2S MODIFICATION HISTORY FOR THE ONE-TIME        00023200
      *    REBLOCK OF THE EARLIER 62-BYTE GENERATION.                   00023300
      *---------------------------------------------------------------- 00024000
      * MODIFICATION HISTORY                                            00025000
      *---------------------------------------------------------------- 00026000
      * DATE       BY    DESCRIPTION                                    00027000
      * ---------- ----- ---------------------------------------------- 00028000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00029000
      *---------------------------------------------------------------- 00030000
       ENVIRONMENT DIVISION.                                            00031000
       INPUT-OUTPUT SECTION.                                            00032000
       FILE-CONTROL.                                                    00033000
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00034000
                                ORGANIZATION SEQUENTIAL                 00035000
                                ACCESS SEQUENTIAL                       00036000
                                FILE STATUS WS-PRMSTAT.                 00037000
           SELECT RUNI-FILE     ASSIGN TO RUNIDD                        00038000
                                ORGANIZATION SEQUENTIAL                 00039000
                                ACCESS SEQUENTIAL                       00040000
                                FILE STATUS WS-RNISTAT.                 00041000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00042000
                                ORGANIZATION SEQUENTIAL                 00043000
                                ACCESS SEQUENTIAL                       00044000
                                FILE STATUS WS-REPTSTAT.                00045000
       DATA DIVISION.                                                   00046000
       FILE SECTION.                                                    00047000
       FD PARM-FILE.                                                    00048000
       01 PARM-REC              PIC X(80).                              00049000
       FD RUNI-FILE.                                                    00050000
       01 RUNI-REC.                                                     00051000
           05 RI-CYCLE-DATE     PIC X(10).                              00052000
           05 RI-STEP           PIC X(08).                              00053000
           05 RI-START-TS       PIC X(18).                              00054000
           05 RI-END-TS         PIC X(18).                              00055000
           05 RI-OUTCOME        PIC X(08).                              00056000
           05 RI-VOLUME         PIC X(09).                              00057000
       FD REPT-FILE.                                                    00058000
       01 REPT-REC              PIC X(80).                              00059000
       WORKING-STORAGE SECTION.                                         00060000
       01 WS-PRMSTAT PIC X(02).                                         00061000
       01 WS-RNISTAT PIC X(02).                                         00062000
       01 WS-REPTSTAT PIC X(02).                                        00063000
       01 ABEND-CODE PIC S9(9) COMP.                                    00064000
                                                                        00065000
       01 WS-SWITCHES.                                                  00066000
           05 WS-RUN-EOF-SW     PIC X(01) VALUE 'N'.                    00067000
              88 WS-RUN-EOF-YES          VALUE 'Y'.                     00068000
           05 WS-DATE-OK-SW     PIC X(01) VALUE 'N'.                    00069000
              88 WS-DATE-OK              VALUE 'Y'.                     00070000
           05 WS-PASS-SW        PIC X(01) VALUE 'P'.                    00071000
              88 WS-PASS-PRIOR           VALUE 'P'.                     00072000
              88 WS-PASS-CURRENT         VALUE 'C'.                     00073000
           05 WS-SP-FAILED-SW   PIC X(01) VALUE 'N'.                    00074000
              88 WS-SP-FAILED            VALUE 'Y'.                     00075000
           05 WS-NT-COMPLETE-SW PIC X(01) VALUE 'N'.                    00076000
              88 WS-NT-COMPLETE          VALUE 'Y'.                     00077000
                                                                        00078000
       01 WS-PARM-FROM          PIC X(10).                              00079000
       01 WS-PARM-TO            PIC X(10).                              00080000
       01 WS-PARM-TARGET        PIC X(05).                              00081000
       01 WS-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.              00082000
       01 WS-MAX-DAYS           PIC 9(04) COMP VALUE 92.                00083000
                                                                        00084000
      *---------------------------------------------------------------- 00085000
      * THE NIGHTLY CHAIN IN RUN ORDER (AS CBLDB2S). THE STATISTICS     00086000
      * TABLE BELOW IS PARALLEL TO IT.                                  00087000
      *---------------------------------------------------------------- 00088000
       01 WS-CHAIN-DATA.                                                00089000
           05 FILLER    PIC X(08) VALUE 'CBLDB2D '.                     00090000
           05 FILLER    PIC X(08) VALUE 'CBLDB2M '.                     00091000
           05 FILLER    PIC X(08) VALUE 'CBLDB2F '.                     00092000
           05 FILLER    PIC X(08) VALUE 'CBLDB2A '.                     00093000
           05 FILLER    PIC X(08) VALUE 'CBLDB2W '.                     00094000
           05 FILLER    PIC X(08) VALUE 'CBLDB2B '.                     00095000
           05 FILLER    PIC X(08) VALUE 'CBLDB2E '.                     00096000
           05 FILLER    PIC X(08) VALUE 'CBLDB2G '.                     00097000
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-DATA.                       00098000
           05 CH-STEP           PIC X(08) OCCURS 8 TIMES.               00099000
       01 WS-STEP-SUB           PIC 9(04) COMP VALUE ZERO.              00100000
       01 WS-LAST-STEP          PIC 9(04) COMP VALUE 8.                 00101000
                                                                        00102000
       01 WS-STAT-TABLE.                                                00103000
           05 WS-STAT-ENTRY OCCURS 8 TIMES.                             00104000
              10 ST-CUR-CNT     PIC 9(05) COMP.                         00105000
              10 ST-CUR-SUM     PIC 9(11) COMP.                         00106000
              10 ST-CUR-WORST   PIC 9(09) COMP.                         00107000
              10 ST-PRI-CNT     PIC 9(05) COMP.                         00108000
              10 ST-PRI-SUM     PIC 9(11) COMP.                         00109000
              10 ST-IDLE-CNT    PIC 9(05) COMP.                         00110000
              10 ST-IDLE-SUM    PIC 9(11) COMP.                         00111000
              10 ST-VOL-CNT     PIC 9(05) COMP.                         00112000
              10 ST-VOL-SUM     PIC 9(15) COMP.                         00113000
              10 ST-FAIL-CNT    PIC 9(05) COMP.                         00114000
              10 ST-RERUN-CNT   PIC 9(05) COMP.                         00115000
              10 ST-LATE-CNT    PIC 9(05) COMP.                         00116000
                                                                        00117000
       01 WS-CHAIN-STATS.                                               00118000
           05 CS-CUR-CNT        PIC 9(05) COMP VALUE ZERO.              00119000
           05 CS-CUR-SUM        PIC 9(11) COMP VALUE ZERO.              00120000
           05 CS-CUR-WORST      PIC 9(09) COMP VALUE ZERO.              00121000
           05 CS-WORST-DATE     PIC X(10) VALUE SPACES.                 00122000
           05 CS-PRI-CNT        PIC 9(05) COMP VALUE ZERO.              00123000
           05 CS-PRI-SUM        PIC 9(11) COMP VALUE ZERO.              00124000
           05 CS-IDLE-SUM       PIC 9(11) COMP VALUE ZERO.              00125000
           05 CS-NIGHTS         PIC 9(05) COMP VALUE ZERO.              00126000
           05 CS-NORUN          PIC 9(05) COMP VALUE ZERO.              00127000
           05 CS-INCOMPLETE     PIC 9(05) COMP VALUE ZERO.              00128000
           05 CS-MISSED         PIC 9(05) COMP VALUE ZERO.              00129000
           05 CS-STEP-FAIL      PIC 9(05) COMP VALUE ZERO.              00130000
           05 CS-STEP-RERUN     PIC 9(05) COMP VALUE ZERO.              00131000
           05 CS-STEP-LATE      PIC 9(05) COMP VALUE ZERO.              00132000
                                                                        00133000
      *---------------------------------------------------------------- 00134000
      * RUN-CONTROL RECORDS FOR THE REPORT PERIOD AND THE PRIOR PERIOD, 00135000
      * WITH THE CYCLE DATE AS A DAY NUMBER AND THE TIMESTAMPS AS       00136000
      * SECONDS (ZERO WHEN THE STEP HAS NO END RECORDED).               00137000
      *---------------------------------------------------------------- 00138000
       01 WS-RUN-MAX            PIC 9(04) COMP VALUE 3000.              00139000
       01 WS-RUN-COUNT          PIC 9(04) COMP VALUE ZERO.              00140000
       01 WS-RUN-TABLE.                                                 00141000
           05 WS-RUN-ENTRY OCCURS 0 TO 3000 TIMES                       00142000
                 DEPENDING ON WS-RUN-COUNT INDEXED BY RN-IX.            00143000
              10 RN-CYCLE-JDN   PIC S9(09) COMP.                        00144000
              10 RN-STEP        PIC X(08).                              00145000
              10 RN-START-TS    PIC X(18).                              00146000
              10 RN-END-TS      PIC X(18).                              00147000
              10 RN-START-SECS  PIC S9(15) COMP.                        00148000
              10 RN-END-SECS    PIC S9(15) COMP.                        00149000
              10 RN-OUTCOME     PIC X(08).                              00150000
              10 RN-VOLUME      PIC X(09).                              00151000
       01 WS-SCAN-SUB           PIC 9(04) COMP VALUE ZERO.              00152000
       01 WS-RECS-READ          PIC 9(09) COMP VALUE ZERO.              00153000
       01 WS-RECS-SKIPPED       PIC 9(09) COMP VALUE ZERO.              00154000
                                                                        00155000
      *---------------------------------------------------------------- 00156000
      * DATE WORK AREAS. DATES ARE CONVERTED TO A DAY NUMBER (DAYS      00157000
      * SINCE A FIXED EPOCH) SO PERIODS AND ELAPSED TIMES CAN BE        00158000
      * COMPUTED ACROSS MONTH AND YEAR ENDS.                            00159000
      *---------------------------------------------------------------- 00160000
       01 WS-DATE-WORK.                                                 00161000
           05 WS-DW-YYYY        PIC X(04).                              00162000
           05 WS-DW-SEP1        PIC X(01).                              00163000
           05 WS-DW-MM          PIC X(02).                              00164000
           05 WS-DW-SEP2        PIC X(01).                              00165000
           05 WS-DW-DD          PIC X(02).                              00166000
       01 WS-JD-YYYY            PIC 9(04).                              00167000
       01 WS-JD-MM              PIC 9(02).                              00168000
       01 WS-JD-DD              PIC 9(02).                              00169000
       01 WS-JDN                PIC S9(09) COMP.                        00170000
       01 WS-JD-WORK.                                                   00171000
           05 WS-JD-A           PIC S9(09) COMP.                        00172000
           05 WS-JD-B           PIC S9(09) COMP.                        00173000
           05 WS-JD-C           PIC S9(09) COMP.                        00174000
           05 WS-JD-D           PIC S9(09) COMP.                        00175000
           05 WS-JD-E           PIC S9(09) COMP.                        00176000
           05 WS-JD-M           PIC S9(09) COMP.                        00177000
           05 WS-JD-Y           PIC S9(09) COMP.                        00178000
           05 WS-JD-T1          PIC S9(09) COMP.                        00179000
           05 WS-JD-T2          PIC S9(09) COMP.                        00180000
           05 WS-JD-T3          PIC S9(09) COMP.                        00181000
           05 WS-JD-T4          PIC S9(09) COMP.                        00182000
       01 WS-JD-DATE.                                                   00183000
           05 WS-JD-OUT-YYYY    PIC 9(04).                              00184000
           05 FILLER            PIC X(01) VALUE '-'.                    00185000
           05 WS-JD-OUT-MM      PIC 9(02).                              00186000
           05 FILLER            PIC X(01) VALUE '-'.                    00187000
           05 WS-JD-OUT-DD      PIC 9(02).                              00188000
                                                                        00189000
       01 WS-FROM-JDN           PIC S9(09) COMP.                        00190000
       01 WS-TO-JDN             PIC S9(09) COMP.                        00191000
       01 WS-PRI-FROM-JDN       PIC S9(09) COMP.                        00192000
       01 WS-PRI-TO-JDN         PIC S9(09) COMP.                        00193000
       01 WS-NIGHT-JDN          PIC S9(09) COMP.                        00194000
       01 WS-PERIOD-DAYS        PIC S9(09) COMP.                        00195000
       01 WS-FROM-DATE          PIC X(10).                              00196000
       01 WS-TO-DATE            PIC X(10).                              00197000
       01 WS-PRI-FROM-DATE      PIC X(10).                              00198000
       01 WS-PRI-TO-DATE        PIC X(10).                              00199000
       01 WS-NIGHT-DATE         PIC X(10).                              00200000
                                                                        00201000
       01 WS-TGT-WORK.                                                  00202000
           05 WS-TG-HH          PIC X(02).                              00203000
           05 WS-TG-SEP         PIC X(01).                              00204000
           05 WS-TG-MI          PIC X(02).                              00205000
       01 WS-TG-HH-N            PIC 9(02).                              00206000
       01 WS-TG-MI-N            PIC 9(02).                              00207000
       01 WS-TARGET-SECS        PIC 9(05) COMP VALUE ZERO.              00208000
                                                                        00209000
       01 WS-TS-WORK.                                                   00210000
           05 WS-TS-DATE9       PIC 9(08).                              00211000
           05 WS-TS-DATE-BRK REDEFINES WS-TS-DATE9.                     00212000
              10 WS-TS-YYYY     PIC 9(04).                              00213000
              10 WS-TS-MM       PIC 9(02).                              00214000
              10 WS-TS-DD       PIC 9(02).                              00215000
           05 FILLER            PIC X(01).                              00216000
           05 WS-TS-TIME9       PIC 9(08).                              00217000
           05 WS-TS-TIME-BRK REDEFINES WS-TS-TIME9.                     00218000
              10 WS-TS-HH       PIC 9(02).                              00219000
              10 WS-TS-MI       PIC 9(02).                              00220000
              10 WS-TS-SS       PIC 9(02).                              00221000
              10 WS-TS-HS       PIC 9(02).                              00222000
           05 FILLER            PIC X(01).                              00223000
       01 WS-TS-SECS            PIC S9(15) COMP.                        00224000
       01 WS-CLOCK.                                                     00225000
           05 WS-CLK-HH         PIC 9(02).                              00226000
           05 FILLER            PIC X(01) VALUE ':'.                    00227000
           05 WS-CLK-MI         PIC 9(02).                              00228000
           05 FILLER            PIC X(01) VALUE ':'.                    00229000
           05 WS-CLK-SS         PIC 9(02).                              00230000
       01 WS-CLOCK-TEXT         PIC X(08).                              00231000
                                                                        00232000
       01 WS-FMT-SECS           PIC S9(15) COMP.                        00233000
       01 WS-FMT-REM            PIC S9(15) COMP.                        00234000
       01 WS-FMT-QUOT           PIC S9(15) COMP.                        00235000
       01 WS-FMT-HMS.                                                   00236000
           05 WS-FMT-H          PIC 9(02).                              00237000
           05 FILLER            PIC X(01) VALUE ':'.                    00238000
           05 WS-FMT-M          PIC 9(02).                              00239000
           05 FILLER            PIC X(01) VALUE ':'.                    00240000
           05 WS-FMT-S          PIC 9(02).                              00241000
                                                                        00242000
       01 WS-TR-CUR             PIC S9(11) COMP.                        00243000
       01 WS-TR-PRI             PIC S9(11) COMP.                        00244000
       01 WS-TREND-PCT          PIC S9(07) COMP.                        00245000
       01 WS-TREND-TEXT         PIC X(06).                              00246000
       01 WS-TREND-OUT.                                                 00247000
           05 WS-TREND-ED       PIC +++9.                               00248000
           05 FILLER            PIC X(01) VALUE '%'.                    00249000
           05 FILLER            PIC X(01) VALUE SPACES.                 00250000
                                                                        00251000
       01 WS-VOL-WORK           PIC X(09).                              00252000
       01 WS-VOL-NUM REDEFINES WS-VOL-WORK PIC 9(09).                   00253000
       01 WS-AVG                PIC S9(15) COMP.                        00254000
                                                                        00255000
      *---------------------------------------------------------------- 00256000
      * PER-CYCLE AND PER-STEP WORK FIELDS.                             00257000
      *---------------------------------------------------------------- 00258000
       01 WS-NT-RECS            PIC 9(04) COMP VALUE ZERO.              00259000
       01 WS-NT-START-SECS      PIC S9(15) COMP.                        00260000
       01 WS-NT-START-TS        PIC X(18).                              00261000
       01 WS-NT-PREV-END        PIC S9(15) COMP.                        00262000
       01 WS-NT-IDLE-SUM        PIC S9(15) COMP.                        00263000
       01 WS-NT-DEADLINE        PIC S9(15) COMP.                        00264000
       01 WS-NT-END-SECS        PIC S9(15) COMP.                        00265000
       01 WS-NT-END-TS          PIC X(18).                              00266000
       01 WS-NT-DURATION        PIC S9(15) COMP.                        00267000
       01 WS-SP-ATTEMPTS        PIC 9(04) COMP VALUE ZERO.              00268000
       01 WS-SP-LAST-SUB        PIC 9(04) COMP VALUE ZERO.              00269000
       01 WS-SP-START           PIC S9(15) COMP.                        00270000
       01 WS-SP-END             PIC S9(15) COMP.                        00271000
       01 WS-SP-ELAPSED         PIC S9(15) COMP.                        00272000
       01 WS-SP-IDLE            PIC S9(15) COMP.                        00273000
                                                                        00274000
       01 WS-RPT-TITLE.                                                 00275000
           05 FILLER    PIC X(50) VALUE                                 00276000
              'BATCH WINDOW ELAPSED-TIME TREND AND SLA REPORT'.         00277000
           05 FILLER    PIC X(30) VALUE SPACES.                         00278000
       01 WS-RPT-PERIODLN.                                              00279000
           05 FILLER              PIC X(13) VALUE 'PERIOD:      '.      00280000
           05 RPT-P-FROM          PIC X(10).                            00281000
           05 FILLER              PIC X(04) VALUE ' TO '.               00282000
           05 RPT-P-TO            PIC X(10).                            00283000
           05 FILLER              PIC X(10) VALUE '   PRIOR: '.         00284000
           05 RPT-P-PRI-FROM      PIC X(10).                            00285000
           05 FILLER              PIC X(04) VALUE ' TO '.               00286000
           05 RPT-P-PRI-TO        PIC X(10).                            00287000
           05 FILLER              PIC X(09) VALUE SPACES.               00288000
       01 WS-RPT-TARGETLN.                                              00289000
           05 FILLER              PIC X(13) VALUE 'TARGET END:  '.      00290000
           05 RPT-T-TARGET        PIC X(05).                            00291000
           05 FILLER              PIC X(62) VALUE                       00292000
              ' ON THE MORNING OF THE CYCLE DATE'.                      00293000
       01 WS-RPT-CYCLELN.                                               00294000
           05 FILLER              PIC X(06) VALUE 'CYCLE '.             00295000
           05 RPT-C-CYCLE         PIC X(10).                            00296000
           05 FILLER              PIC X(02) VALUE SPACES.               00297000
           05 RPT-C-TEXT          PIC X(62).                            00298000
       01 WS-RPT-COLHDG.                                                00299000
           05 FILLER    PIC X(40) VALUE                                 00300000
              'STEP     START    END      ELAPSED  IDLE'.               00301000
           05 FILLER    PIC X(40) VALUE                                 00302000
              '        VOLUME OUTCOME FLAGS            '.               00303000
       01 WS-RPT-DETAIL.                                                00304000
           05 RPT-D-STEP          PIC X(08).                            00305000
           05 FILLER              PIC X(01) VALUE SPACES.               00306000
           05 RPT-D-START         PIC X(08).                            00307000
           05 FILLER              PIC X(01) VALUE SPACES.               00308000
           05 RPT-D-END           PIC X(08).                            00309000
           05 FILLER              PIC X(01) VALUE SPACES.               00310000
           05 RPT-D-ELAPSED       PIC X(08).                            00311000
           05 FILLER              PIC X(01) VALUE SPACES.               00312000
           05 RPT-D-IDLE          PIC X(08).                            00313000
           05 FILLER              PIC X(01) VALUE SPACES.               00314000
           05 RPT-D-VOLUME        PIC ZZZZZZZZ9.                        00315000
           05 RPT-D-VOLUME-X REDEFINES RPT-D-VOLUME PIC X(09).          00316000
           05 FILLER              PIC X(01) VALUE SPACES.               00317000
           05 RPT-D-OUTCOME       PIC X(07).                            00318000
           05 FILLER              PIC X(01) VALUE SPACES.               00319000
           05 RPT-D-FLAGS.                                              00320000
              10 RPT-D-FL-FAIL    PIC X(06).                            00321000
              10 FILLER           PIC X(01) VALUE SPACES.               00322000
              10 RPT-D-FL-RERUN   PIC X(05).                            00323000
              10 FILLER           PIC X(01) VALUE SPACES.               00324000
              10 RPT-D-FL-LATE    PIC X(04).                            00325000
       01 WS-RPT-CHAINLN.                                               00326000
           05 FILLER              PIC X(09) VALUE 'CHAIN'.              00327000
           05 FILLER              PIC X(06) VALUE 'START '.             00328000
           05 RPT-H-START         PIC X(08).                            00329000
           05 FILLER              PIC X(06) VALUE '  END '.             00330000
           05 RPT-H-END           PIC X(08).                            00331000
           05 FILLER              PIC X(11) VALUE '  DURATION '.        00332000
           05 RPT-H-DURATION      PIC X(08).                            00333000
           05 FILLER              PIC X(07) VALUE '  IDLE '.            00334000
           05 RPT-H-IDLE          PIC X(08).                            00335000
           05 FILLER              PIC X(09) VALUE SPACES.               00336000
       01 WS-RPT-SLALN.                                                 00337000
           05 FILLER              PIC X(09) VALUE 'SLA'.                00338000
           05 FILLER              PIC X(07) VALUE 'TARGET '.            00339000
           05 RPT-L-TARGET        PIC X(05).                            00340000
           05 FILLER              PIC X(01) VALUE SPACES.               00341000
           05 RPT-L-TEXT          PIC X(58).                            00342000
       01 WS-RPT-SUMHDG.                                                00343000
           05 FILLER    PIC X(40) VALUE                                 00344000
              'STEP     NTS AVG-ELAP WORST    PRIOR    '.               00345000
           05 FILLER    PIC X(40) VALUE                                 00346000
              'TREND  AVG-IDLE   AVG-VOL FLD RRN LTE   '.               00347000
       01 WS-RPT-STEPSUM.                                               00348000
           05 RPT-U-STEP          PIC X(08).                            00349000
           05 FILLER              PIC X(01) VALUE SPACES.               00350000
           05 RPT-U-NIGHTS        PIC ZZ9.                              00351000
           05 FILLER              PIC X(01) VALUE SPACES.               00352000
           05 RPT-U-AVG           PIC X(08).                            00353000
           05 FILLER              PIC X(01) VALUE SPACES.               00354000
           05 RPT-U-WORST         PIC X(08).                            00355000
           05 FILLER              PIC X(01) VALUE SPACES.               00356000
           05 RPT-U-PRIOR         PIC X(08).                            00357000
           05 FILLER              PIC X(01) VALUE SPACES.               00358000
           05 RPT-U-TREND         PIC X(06).                            00359000
           05 FILLER              PIC X(01) VALUE SPACES.               00360000
           05 RPT-U-IDLE          PIC X(08).                            00361000
           05 FILLER              PIC X(01) VALUE SPACES.               00362000
           05 RPT-U-VOLUME        PIC ZZZZZZZZ9.                        00363000
           05 RPT-U-VOLUME-X REDEFINES RPT-U-VOLUME PIC X(09).          00364000
           05 FILLER              PIC X(01) VALUE SPACES.               00365000
           05 RPT-U-FAIL          PIC ZZ9.                              00366000
           05 FILLER              PIC X(01) VALUE SPACES.               00367000
           05 RPT-U-RERUN         PIC ZZ9.                              00368000
           05 FILLER              PIC X(01) VALUE SPACES.               00369000
           05 RPT-U-LATE          PIC ZZ9.                              00370000
           05 FILLER              PIC X(03) VALUE SPACES.               00371000
       01 WS-RPT-SUMMARY.                                               00372000
           05 RPT-S-LABEL         PIC X(40).                            00373000
           05 RPT-S-COUNT         PIC -9(9).                            00374000
           05 FILLER              PIC X(30) VALUE SPACES.               00375000
       01 WS-RPT-TIMELN.                                                00376000
           05 RPT-T-LABEL         PIC X(40).                            00377000
           05 RPT-T-VALUE         PIC X(08).                            00378000
           05 FILLER              PIC X(02) VALUE SPACES.               00379000
           05 RPT-T-NOTE          PIC X(30).                            00380000
       01 WS-RPT-MSG.                                                   00381000
           05 RPT-M-TEXT          PIC X(80).                            00382000
       LINKAGE SECTION.                                                 00383000
                                                                        00384000
       PROCEDURE DIVISION.                                              00385000
       A-PARA.                                                          00386000
           DISPLAY 'CBLDB2X'.                                           00387000
                                                                        00388000
           OPEN OUTPUT REPT-FILE.                                       00389000
           IF WS-REPTSTAT NOT = '00'                                    00390000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00391000
              MOVE 210 TO ABEND-CODE                                    00392000
              CALL 'CEE3ABD' USING ABEND-CODE                           00393000
           END-IF.                                                      00394000
                                                                        00395000
           PERFORM P-PARA THRU P-EXIT.                                  00396000
           PERFORM L-PARA THRU L-EXIT.                                  00397000
           PERFORM C-PARA THRU C-EXIT.                                  00398000
                                                                        00399000
           INITIALIZE WS-STAT-TABLE.                                    00400000
           MOVE 'P' TO WS-PASS-SW.                                      00401000
           PERFORM N-PARA THRU N-EXIT                                   00402000
              VARYING WS-NIGHT-JDN FROM WS-PRI-FROM-JDN BY 1            00403000
              UNTIL WS-NIGHT-JDN > WS-PRI-TO-JDN.                       00404000
           MOVE 'C' TO WS-PASS-SW.                                      00405000
           PERFORM N-PARA THRU N-EXIT                                   00406000
              VARYING WS-NIGHT-JDN FROM WS-FROM-JDN BY 1                00407000
              UNTIL WS-NIGHT-JDN > WS-TO-JDN.                           00408000
                                                                        00409000
           PERFORM D-PARA THRU D-EXIT.                                  00410000
                                                                        00411000
           CLOSE REPT-FILE.                                             00412000
                                                                        00413000
           STOP RUN.                                                    00414000
       A-EXIT.                                                          00415000
           EXIT.                                                        00416000
                                                                        00417000
      *---------------------------------------------------------------- 00418000
      * P-PARA - PARM RECORD: FROM,TO[,HH:MM]. THE PRIOR PERIOD IS THE  00419000
      * SAME NUMBER OF CYCLES ENDING THE DAY BEFORE FROM.               00420000
      *---------------------------------------------------------------- 00421000
       P-PARA.                                                          00422000
           OPEN INPUT PARM-FILE.                                        00423000
           IF WS-PRMSTAT NOT = '00'                                     00424000
              DISPLAY 'PARMDD OPEN FAILED - STATUS:'WS-PRMSTAT          00425000
              MOVE 210 TO ABEND-CODE                                    00426000
              CALL 'CEE3ABD' USING ABEND-CODE                           00427000
           END-IF.                                                      00428000
                                                                        00429000
           READ PARM-FILE                                               00430000
               AT END                                                   00431000
                   DISPLAY 'PARMDD IS EMPTY'                            00432000
                   MOVE 211 TO ABEND-CODE                               00433000
                   CALL 'CEE3ABD' USING ABEND-CODE                      00434000
           END-READ.                                                    00435000
           CLOSE PARM-FILE.                                             00436000
                                                                        00437000
           MOVE ZERO TO WS-FIELD-COUNT.                                 00438000
           MOVE SPACES TO WS-PARM-FROM.                                 00439000
           MOVE SPACES TO WS-PARM-TO.                                   00440000
           MOVE SPACES TO WS-PARM-TARGET.                               00441000
           UNSTRING PARM-REC DELIMITED BY ',' OR ' '                    00442000
              INTO WS-PARM-FROM, WS-PARM-TO, WS-PARM-TARGET             00443000
              TALLYING IN WS-FIELD-COUNT                                00444000
           END-UNSTRING.                                                00445000
                                                                        00446000
           MOVE WS-PARM-FROM TO WS-DATE-WORK.                           00447000
           PERFORM P-010-DATE THRU P-010-EXIT.                          00448000
           IF NOT WS-DATE-OK                                            00449000
              DISPLAY 'INVALID FROM DATE:'WS-PARM-FROM                  00450000
              MOVE 212 TO ABEND-CODE                                    00451000
              CALL 'CEE3ABD' USING ABEND-CODE                           00452000
           END-IF.                                                      00453000
           MOVE WS-JDN TO WS-FROM-JDN.                                  00454000
           MOVE WS-PARM-FROM TO WS-FROM-DATE.                           00455000
                                                                        00456000
           MOVE WS-PARM-TO TO WS-DATE-WORK.                             00457000
           PERFORM P-010-DATE THRU P-010-EXIT.                          00458000
           IF NOT WS-DATE-OK                                            00459000
              DISPLAY 'INVALID TO DATE:'WS-PARM-TO                      00460000
              MOVE 212 TO ABEND-CODE                                    00461000
              CALL 'CEE3ABD' USING ABEND-CODE                           00462000
           END-IF.                                                      00463000
           MOVE WS-JDN TO WS-TO-JDN.                                    00464000
           MOVE WS-PARM-TO TO WS-TO-DATE.                               00465000
                                                                        00466000
           COMPUTE WS-PERIOD-DAYS = WS-TO-JDN - WS-FROM-JDN + 1.        00467000
           IF WS-PERIOD-DAYS < 1 OR WS-PERIOD-DAYS > WS-MAX-DAYS        00468000
              DISPLAY 'INVALID PERIOD - FROM AFTER TO OR OVER '         00469000
                 WS-MAX-DAYS ' DAYS'                                    00470000
              MOVE 212 TO ABEND-CODE                                    00471000
              CALL 'CEE3ABD' USING ABEND-CODE                           00472000
           END-IF.                                                      00473000
                                                                        00474000
           IF WS-PARM-TARGET = SPACES                                   00475000
              MOVE '06:00' TO WS-PARM-TARGET                            00476000
           END-IF.                                                      00477000
           MOVE WS-PARM-TARGET TO WS-TGT-WORK.                          00478000
           IF WS-TG-HH NOT NUMERIC OR WS-TG-MI NOT NUMERIC              00479000
              OR WS-TG-SEP NOT = ':'                                    00480000
              DISPLAY 'INVALID TARGET END TIME:'WS-PARM-TARGET          00481000
              MOVE 212 TO ABEND-CODE                                    00482000
              CALL 'CEE3ABD' USING ABEND-CODE                           00483000
           END-IF.                                                      00484000
           MOVE WS-TG-HH TO WS-TG-HH-N.                                 00485000
           MOVE WS-TG-MI TO WS-TG-MI-N.                                 00486000
           IF WS-TG-HH-N > 23 OR WS-TG-MI-N > 59                        00487000
              DISPLAY 'INVALID TARGET END TIME:'WS-PARM-TARGET          00488000
              MOVE 212 TO ABEND-CODE                                    00489000
              CALL 'CEE3ABD' USING ABEND-CODE                           00490000
           END-IF.                                                      00491000
           COMPUTE WS-TARGET-SECS = WS-TG-HH-N * 3600                   00492000
                                  + WS-TG-MI-N * 60.                    00493000
                                                                        00494000
           COMPUTE WS-PRI-TO-JDN = WS-FROM-JDN - 1.                     00495000
           COMPUTE WS-PRI-FROM-JDN = WS-FROM-JDN - WS-PERIOD-DAYS.      00496000
           MOVE WS-PRI-FROM-JDN TO WS-JDN.                              00497000
           PERFORM K-PARA THRU K-EXIT.                                  00498000
           MOVE WS-JD-DATE TO WS-PRI-FROM-DATE.                         00499000
           MOVE WS-PRI-TO-JDN TO WS-JDN.                                00500000
           PERFORM K-PARA THRU K-EXIT.                                  00501000
           MOVE WS-JD-DATE TO WS-PRI-TO-DATE.                           00502000
                                                                        00503000
           DISPLAY 'SLA PERIOD: 'WS-FROM-DATE' TO 'WS-TO-DATE           00504000
              ' TARGET 'WS-PARM-TARGET.                                 00505000
       P-EXIT.                                                          00506000
           EXIT.                                                        00507000
                                                                        00508000
      *---------------------------------------------------------------- 00509000
      * P-010-DATE - VALIDATE A YYYY-MM-DD DATE IN WS-DATE-WORK AND     00510000
      * RETURN ITS DAY NUMBER IN WS-JDN. THE DAY NUMBER IS CONVERTED    00511000
      * BACK AND COMPARED SO DAYS PAST MONTH END ARE REJECTED.          00512000
      *---------------------------------------------------------------- 00513000
       P-010-DATE.                                                      00514000
           MOVE 'N' TO WS-DATE-OK-SW.                                   00515000
           IF WS-DW-YYYY NOT NUMERIC OR WS-DW-MM NOT NUMERIC            00516000
              OR WS-DW-DD NOT NUMERIC                                   00517000
              OR WS-DW-SEP1 NOT = '-' OR WS-DW-SEP2 NOT = '-'           00518000
              GO TO P-010-EXIT                                          00519000
           END-IF.                                                      00520000
           MOVE WS-DW-YYYY TO WS-JD-YYYY.                               00521000
           MOVE WS-DW-MM TO WS-JD-MM.                                   00522000
           MOVE WS-DW-DD TO WS-JD-DD.                                   00523000
           IF WS-JD-YYYY < 1900 OR WS-JD-MM < 1 OR WS-JD-MM > 12        00524000
              OR WS-JD-DD < 1 OR WS-JD-DD > 31                          00525000
              GO TO P-010-EXIT                                          00526000
           END-IF.                                                      00527000
           PERFORM J-PARA THRU J-EXIT.                                  00528000
           PERFORM K-PARA THRU K-EXIT.                                  00529000
           IF WS-JD-DATE = WS-DATE-WORK                                 00530000
              MOVE 'Y' TO WS-DATE-OK-SW                                 00531000
           END-IF.                                                      00532000
       P-010-EXIT.                                                      00533000
           EXIT.                                                        00534000
                                                                        00535000
      *---------------------------------------------------------------- 00536000
      * J-PARA - DAY NUMBER OF WS-JD-YYYY/MM/DD INTO WS-JDN. EACH       00537000
      * DIVISION IS A SEPARATE STATEMENT SO IT TRUNCATES TO A WHOLE     00538000
      * NUMBER BEFORE THE NEXT STEP.                                    00539000
      *---------------------------------------------------------------- 00540000
       J-PARA.                                                          00541000
           COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.                      00542000
           COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.               00543000
           COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.             00544000
           COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.                00545000
           COMPUTE WS-JD-T2 = WS-JD-Y / 4.                              00546000
           COMPUTE WS-JD-T3 = WS-JD-Y / 100.                            00547000
           COMPUTE WS-JD-T4 = WS-JD-Y / 400.                            00548000
           COMPUTE WS-JDN = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)       00549000
                          + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.     00550000
       J-EXIT.                                                          00551000
           EXIT.                                                        00552000
                                                                        00553000
      *---------------------------------------------------------------- 00554000
      * K-PARA - DATE OF DAY NUMBER WS-JDN INTO WS-JD-DATE (YYYY-MM-DD).00555000
      *---------------------------------------------------------------- 00556000
       K-PARA.                                                          00557000
           COMPUTE WS-JD-A = WS-JDN + 32044.                            00558000
           COMPUTE WS-JD-B = ((4 * WS-JD-A) + 3) / 146097.              00559000
           COMPUTE WS-JD-T1 = (146097 * WS-JD-B) / 4.                   00560000
           COMPUTE WS-JD-C = WS-JD-A - WS-JD-T1.                        00561000
           COMPUTE WS-JD-D = ((4 * WS-JD-C) + 3) / 1461.                00562000
           COMPUTE WS-JD-T2 = (1461 * WS-JD-D) / 4.                     00563000
           COMPUTE WS-JD-E = WS-JD-C - WS-JD-T2.                        00564000
           COMPUTE WS-JD-M = ((5 * WS-JD-E) + 2) / 153.                 00565000
           COMPUTE WS-JD-T3 = ((153 * WS-JD-M) + 2) / 5.                00566000
           COMPUTE WS-JD-T4 = WS-JD-M / 10.                             00567000
           COMPUTE WS-JD-OUT-DD = WS-JD-E - WS-JD-T3 + 1.               00568000
           COMPUTE WS-JD-OUT-MM = WS-JD-M + 3 - (12 * WS-JD-T4).        00569000
           COMPUTE WS-JD-OUT-YYYY = (100 * WS-JD-B) + WS-JD-D           00570000
                                  - 4800 + WS-JD-T4.                    00571000
       K-EXIT.                                                          00572000
           EXIT.                                                        00573000
                                                                        00574000
      *---------------------------------------------------------------- 00575000
      * T-PARA - SECONDS OF TIMESTAMP WS-TS-WORK (YYYYMMDD-HHMMSSHH)    00576000
      * INTO WS-TS-SECS, ZERO WHEN THE TIMESTAMP IS BLANK OR INVALID.   00577000
      *---------------------------------------------------------------- 00578000
       T-PARA.                                                          00579000
           MOVE ZERO TO WS-TS-SECS.                                     00580000
           IF WS-TS-DATE9 NOT NUMERIC OR WS-TS-TIME9 NOT NUMERIC        00581000
              GO TO T-EXIT                                              00582000
           END-IF.                                                      00583000
           MOVE WS-TS-YYYY TO WS-JD-YYYY.                               00584000
           MOVE WS-TS-MM TO WS-JD-MM.                                   00585000
           MOVE WS-TS-DD TO WS-JD-DD.                                   00586000
           PERFORM J-PARA THRU J-EXIT.                                  00587000
           COMPUTE WS-TS-SECS = (WS-JDN * 86400) + (WS-TS-HH * 3600)    00588000
                              + (WS-TS-MI * 60) + WS-TS-SS.             00589000
       T-EXIT.                                                          00590000
           EXIT.                                                        00591000
                                                                        00592000
      *---------------------------------------------------------------- 00593000
      * L-PARA - LOAD THE RUN-CONTROL RECORDS WHOSE CYCLE FALLS IN THE  00594000
      * PRIOR OR THE REPORT PERIOD.                                     00595000
      *---------------------------------------------------------------- 00596000
       L-PARA.                                                          00597000
           OPEN INPUT RUNI-FILE.                                        00598000
           IF WS-RNISTAT NOT = '00'                                     00599000
              DISPLAY 'RUNIDD OPEN FAILED - STATUS:'WS-RNISTAT          00600000
              MOVE 210 TO ABEND-CODE                                    00601000
              CALL 'CEE3ABD' USING ABEND-CODE                           00602000
           END-IF.                                                      00603000
                                                                        00604000
           PERFORM L-010-LOAD THRU L-010-EXIT                           00605000
              UNTIL WS-RUN-EOF-YES.                                     00606000
                                                                        00607000
           CLOSE RUNI-FILE.                                             00608000
           DISPLAY 'RUN-CONTROL RECORDS READ:'WS-RECS-READ              00609000
              ' IN PERIOD:'WS-RUN-COUNT' SKIPPED:'WS-RECS-SKIPPED.      00610000
       L-EXIT.                                                          00611000
           EXIT.                                                        00612000
                                                                        00613000
       L-010-LOAD.                                                      00614000
           READ RUNI-FILE                                               00615000
               AT END                                                   00616000
                   MOVE 'Y' TO WS-RUN-EOF-SW                            00617000
                   GO TO L-010-EXIT                                     00618000
           END-READ.                                                    00619000
           ADD 1 TO WS-RECS-READ.                                       00620000
                                                                        00621000
           MOVE RI-CYCLE-DATE TO WS-DATE-WORK.                          00622000
           PERFORM P-010-DATE THRU P-010-EXIT.                          00623000
           IF NOT WS-DATE-OK                                            00624000
              ADD 1 TO WS-RECS-SKIPPED                                  00625000
              DISPLAY 'BAD CYCLE DATE SKIPPED:'RI-CYCLE-DATE            00626000
                 ' STEP:'RI-STEP                                        00627000
              GO TO L-010-EXIT                                          00628000
           END-IF.                                                      00629000
           IF WS-JDN < WS-PRI-FROM-JDN OR WS-JDN > WS-TO-JDN            00630000
              GO TO L-010-EXIT                                          00631000
           END-IF.                                                      00632000
                                                                        00633000
           IF WS-RUN-COUNT NOT LESS THAN WS-RUN-MAX                     00634000
              DISPLAY 'RUN-CONTROL TABLE FULL - LIMIT:'WS-RUN-MAX       00635000
              MOVE 220 TO ABEND-CODE                                    00636000
              CALL 'CEE3ABD' USING ABEND-CODE                           00637000
           END-IF.                                                      00638000
                                                                        00639000
           ADD 1 TO WS-RUN-COUNT.                                       00640000
           SET RN-IX TO WS-RUN-COUNT.                                   00641000
           MOVE WS-JDN TO RN-CYCLE-JDN (RN-IX).                         00642000
           MOVE RI-STEP TO RN-STEP (RN-IX).                             00643000
           MOVE RI-START-TS TO RN-START-TS (RN-IX).                     00644000
           MOVE RI-END-TS TO RN-END-TS (RN-IX).                         00645000
           MOVE RI-OUTCOME TO RN-OUTCOME (RN-IX).                       00646000
           MOVE RI-VOLUME TO RN-VOLUME (RN-IX).                         00647000
           MOVE RI-START-TS TO WS-TS-WORK.                              00648000
           PERFORM T-PARA THRU T-EXIT.                                  00649000
           MOVE WS-TS-SECS TO RN-START-SECS (RN-IX).                    00650000
           MOVE RI-END-TS TO WS-TS-WORK.                                00651000
           PERFORM T-PARA THRU T-EXIT.                                  00652000
           MOVE WS-TS-SECS TO RN-END-SECS (RN-IX).                      00653000
       L-010-EXIT.                                                      00654000
           EXIT.                                                        00655000
                                                                        00656000
      *---------------------------------------------------------------- 00657000
      * N-PARA - ONE CYCLE. ON THE PRIOR-PERIOD PASS ONLY THE AVERAGES  00658000
      * ARE ACCUMULATED; ON THE REPORT-PERIOD PASS THE CYCLE IS LISTED. 00659000
      *---------------------------------------------------------------- 00660000
       N-PARA.                                                          00661000
           MOVE WS-NIGHT-JDN TO WS-JDN.                                 00662000
           PERFORM K-PARA THRU K-EXIT.                                  00663000
           MOVE WS-JD-DATE TO WS-NIGHT-DATE.                            00664000
           COMPUTE WS-NT-DEADLINE = (WS-NIGHT-JDN * 86400)              00665000
                                  + WS-TARGET-SECS.                     00666000
           MOVE ZERO TO WS-NT-RECS.                                     00667000
           MOVE ZERO TO WS-NT-START-SECS.                               00668000
           MOVE SPACES TO WS-NT-START-TS.                               00669000
           MOVE ZERO TO WS-NT-PREV-END.                                 00670000
           MOVE ZERO TO WS-NT-IDLE-SUM.                                 00671000
           MOVE ZERO TO WS-NT-END-SECS.                                 00672000
           MOVE SPACES TO WS-NT-END-TS.                                 00673000
           MOVE 'N' TO WS-NT-COMPLETE-SW.                               00674000
                                                                        00675000
           IF WS-RUN-COUNT > ZERO                                       00676000
              PERFORM N-005-COUNT THRU N-005-EXIT                       00677000
                 VARYING WS-SCAN-SUB FROM 1 BY 1                        00678000
                 UNTIL WS-SCAN-SUB > WS-RUN-COUNT                       00679000
           END-IF.                                                      00680000
                                                                        00681000
           IF WS-PASS-CURRENT                                           00682000
              ADD 1 TO CS-NIGHTS                                        00683000
              MOVE WS-NIGHT-DATE TO RPT-C-CYCLE                         00684000
              MOVE SPACES TO RPT-C-TEXT                                 00685000
              IF WS-NT-RECS = ZERO                                      00686000
                 ADD 1 TO CS-NORUN                                      00687000
                 MOVE 'NO RUN-CONTROL RECORDS FOR THIS CYCLE'           00688000
                    TO RPT-C-TEXT                                       00689000
              END-IF                                                    00690000
              MOVE WS-RPT-CYCLELN TO REPT-REC                           00691000
              WRITE REPT-REC                                            00692000
           END-IF.                                                      00693000
           IF WS-NT-RECS = ZERO                                         00694000
              IF WS-PASS-CURRENT                                        00695000
                 MOVE SPACES TO REPT-REC                                00696000
                 WRITE REPT-REC                                         00697000
              END-IF                                                    00698000
              GO TO N-EXIT                                              00699000
           END-IF.                                                      00700000
                                                                        00701000
           IF WS-PASS-CURRENT                                           00702000
              MOVE WS-RPT-COLHDG TO REPT-REC                            00703000
              WRITE REPT-REC                                            00704000
           END-IF.                                                      00705000
           PERFORM N-010-STEP THRU N-010-EXIT                           00706000
              VARYING WS-STEP-SUB FROM 1 BY 1                           00707000
              UNTIL WS-STEP-SUB > WS-LAST-STEP.                         00708000
           PERFORM N-030-CHAIN THRU N-030-EXIT.                         00709000
       N-EXIT.                                                          00710000
           EXIT.                                                        00711000
                                                                        00712000
       N-005-COUNT.                                                     00713000
           SET RN-IX TO WS-SCAN-SUB.                                    00714000
           IF RN-CYCLE-JDN (RN-IX) = WS-NIGHT-JDN                       00715000
              ADD 1 TO WS-NT-RECS                                       00716000
           END-IF.                                                      00717000
       N-005-EXIT.                                                      00718000
           EXIT.                                                        00719000
                                                                        00720000
      *---------------------------------------------------------------- 00721000
      * N-010-STEP - ONE CHAIN STEP FOR THE CYCLE. THE LAST RECORD FOR  00722000
      * THE STEP IS ITS FINAL ATTEMPT; MORE THAN ONE RECORD IS A RERUN. 00723000
      *---------------------------------------------------------------- 00724000
       N-010-STEP.                                                      00725000
           MOVE ZERO TO WS-SP-ATTEMPTS.                                 00726000
           MOVE ZERO TO WS-SP-LAST-SUB.                                 00727000
           MOVE 'N' TO WS-SP-FAILED-SW.                                 00728000
           PERFORM N-020-SCAN THRU N-020-EXIT                           00729000
              VARYING WS-SCAN-SUB FROM 1 BY 1                           00730000
              UNTIL WS-SCAN-SUB > WS-RUN-COUNT.                         00731000
                                                                        00732000
           MOVE CH-STEP (WS-STEP-SUB) TO RPT-D-STEP.                    00733000
           MOVE SPACES TO RPT-D-START.                                  00734000
           MOVE SPACES TO RPT-D-END.                                    00735000
           MOVE SPACES TO RPT-D-ELAPSED.                                00736000
           MOVE SPACES TO RPT-D-IDLE.                                   00737000
           MOVE SPACES TO RPT-D-VOLUME-X.                               00738000
           MOVE SPACES TO RPT-D-FLAGS.                                  00739000
                                                                        00740000
           IF WS-SP-ATTEMPTS = ZERO                                     00741000
              MOVE 'NOT RUN' TO RPT-D-OUTCOME                           00742000
              MOVE ZERO TO WS-NT-PREV-END                               00743000
              GO TO N-010-WRITE                                         00744000
           END-IF.                                                      00745000
                                                                        00746000
           SET RN-IX TO WS-SP-LAST-SUB.                                 00747000
           MOVE RN-START-SECS (RN-IX) TO WS-SP-START.                   00748000
           MOVE RN-END-SECS (RN-IX) TO WS-SP-END.                       00749000
           MOVE RN-OUTCOME (RN-IX) TO RPT-D-OUTCOME.                    00750000
           IF RN-OUTCOME (RN-IX) NOT = 'SUCCESS '                       00751000
              MOVE 'Y' TO WS-SP-FAILED-SW                               00752000
           END-IF.                                                      00753000
           MOVE RN-START-TS (RN-IX) TO WS-TS-WORK.                      00754000
           PERFORM N-040-CLOCK THRU N-040-EXIT.                         00755000
           MOVE WS-CLOCK-TEXT TO RPT-D-START.                           00756000
           MOVE RN-END-TS (RN-IX) TO WS-TS-WORK.                        00757000
           PERFORM N-040-CLOCK THRU N-040-EXIT.                         00758000
           MOVE WS-CLOCK-TEXT TO RPT-D-END.                             00759000
                                                                        00760000
           MOVE RN-VOLUME (RN-IX) TO WS-VOL-WORK.                       00761000
           IF WS-VOL-WORK IS NUMERIC                                    00762000
              MOVE WS-VOL-NUM TO RPT-D-VOLUME                           00763000
              IF WS-PASS-CURRENT                                        00764000
                 ADD 1 TO ST-VOL-CNT (WS-STEP-SUB)                      00765000
                 ADD WS-VOL-NUM TO ST-VOL-SUM (WS-STEP-SUB)             00766000
              END-IF                                                    00767000
           END-IF.                                                      00768000
                                                                        00769000
           MOVE ZERO TO WS-SP-ELAPSED.                                  00770000
           IF WS-SP-START > ZERO AND WS-SP-END NOT < WS-SP-START        00771000
              COMPUTE WS-SP-ELAPSED = WS-SP-END - WS-SP-START           00772000
              MOVE WS-SP-ELAPSED TO WS-FMT-SECS                         00773000
              PERFORM F-PARA THRU F-EXIT                                00774000
              MOVE WS-FMT-HMS TO RPT-D-ELAPSED                          00775000
           END-IF.                                                      00776000
                                                                        00777000
           IF WS-NT-PREV-END > ZERO AND WS-SP-START > ZERO              00778000
              AND WS-SP-START NOT < WS-NT-PREV-END                      00779000
              COMPUTE WS-SP-IDLE = WS-SP-START - WS-NT-PREV-END         00780000
              ADD WS-SP-IDLE TO WS-NT-IDLE-SUM                          00781000
              MOVE WS-SP-IDLE TO WS-FMT-SECS                            00782000
              PERFORM F-PARA THRU F-EXIT                                00783000
              MOVE WS-FMT-HMS TO RPT-D-IDLE                             00784000
              IF WS-PASS-CURRENT                                        00785000
                 ADD 1 TO ST-IDLE-CNT (WS-STEP-SUB)                     00786000
                 ADD WS-SP-IDLE TO ST-IDLE-SUM (WS-STEP-SUB)            00787000
              END-IF                                                    00788000
           END-IF.                                                      00789000
           MOVE WS-SP-END TO WS-NT-PREV-END.                            00790000
                                                                        00791000
           IF WS-SP-FAILED                                              00792000
              MOVE 'FAILED' TO RPT-D-FL-FAIL                            00793000
           END-IF.                                                      00794000
           IF WS-SP-ATTEMPTS > 1                                        00795000
              MOVE 'RERUN' TO RPT-D-FL-RERUN                            00796000
           END-IF.                                                      00797000
           IF WS-SP-END > WS-NT-DEADLINE                                00798000
              MOVE 'LATE' TO RPT-D-FL-LATE                              00799000
           END-IF.                                                      00800000
                                                                        00801000
           IF WS-PASS-CURRENT                                           00802000
              IF WS-SP-FAILED                                           00803000
                 ADD 1 TO ST-FAIL-CNT (WS-STEP-SUB)                     00804000
                 ADD 1 TO CS-STEP-FAIL                                  00805000
              END-IF                                                    00806000
              IF WS-SP-ATTEMPTS > 1                                     00807000
                 ADD 1 TO ST-RERUN-CNT (WS-STEP-SUB)                    00808000
                 ADD 1 TO CS-STEP-RERUN                                 00809000
              END-IF                                                    00810000
              IF WS-SP-END > WS-NT-DEADLINE                             00811000
                 ADD 1 TO ST-LATE-CNT (WS-STEP-SUB)                     00812000
                 ADD 1 TO CS-STEP-LATE                                  00813000
              END-IF                                                    00814000
           END-IF.                                                      00815000
                                                                        00816000
           IF RN-OUTCOME (RN-IX) = 'SUCCESS ' AND WS-SP-ELAPSED > ZERO  00817000
              IF WS-PASS-CURRENT                                        00818000
                 ADD 1 TO ST-CUR-CNT (WS-STEP-SUB)                      00819000
                 ADD WS-SP-ELAPSED TO ST-CUR-SUM (WS-STEP-SUB)          00820000
                 IF WS-SP-ELAPSED > ST-CUR-WORST (WS-STEP-SUB)          00821000
                    MOVE WS-SP-ELAPSED TO ST-CUR-WORST (WS-STEP-SUB)    00822000
                 END-IF                                                 00823000
              ELSE                                                      00824000
                 ADD 1 TO ST-PRI-CNT (WS-STEP-SUB)                      00825000
                 ADD WS-SP-ELAPSED TO ST-PRI-SUM (WS-STEP-SUB)          00826000
              END-IF                                                    00827000
           END-IF.                                                      00828000
                                                                        00829000
           IF WS-STEP-SUB = WS-LAST-STEP                                00830000
              AND RN-OUTCOME (RN-IX) = 'SUCCESS ' AND WS-SP-END > ZERO  00831000
              MOVE 'Y' TO WS-NT-COMPLETE-SW                             00832000
              MOVE WS-SP-END TO WS-NT-END-SECS                          00833000
              MOVE RN-END-TS (RN-IX) TO WS-NT-END-TS                    00834000
           END-IF.                                                      00835000
       N-010-WRITE.                                                     00836000
           IF WS-PASS-CURRENT                                           00837000
              MOVE WS-RPT-DETAIL TO REPT-REC                            00838000
              WRITE REPT-REC                                            00839000
           END-IF.                                                      00840000
       N-010-EXIT.                                                      00841000
           EXIT.                                                        00842000
                                                                        00843000
       N-020-SCAN.                                                      00844000
           SET RN-IX TO WS-SCAN-SUB.                                    00845000
           IF RN-CYCLE-JDN (RN-IX) = WS-NIGHT-JDN                       00846000
              AND RN-STEP (RN-IX) = CH-STEP (WS-STEP-SUB)               00847000
              ADD 1 TO WS-SP-ATTEMPTS                                   00848000
              MOVE WS-SCAN-SUB TO WS-SP-LAST-SUB                        00849000
              IF RN-OUTCOME (RN-IX) = 'FAILED  '                        00850000
                 MOVE 'Y' TO WS-SP-FAILED-SW                            00851000
              END-IF                                                    00852000
              IF RN-START-SECS (RN-IX) > ZERO                           00853000
                 IF WS-NT-START-SECS = ZERO                             00854000
                    OR RN-START-SECS (RN-IX) < WS-NT-START-SECS         00855000
                    MOVE RN-START-SECS (RN-IX) TO WS-NT-START-SECS      00856000
                    MOVE RN-START-TS (RN-IX) TO WS-NT-START-TS          00857000
                 END-IF                                                 00858000
              END-IF                                                    00859000
           END-IF.                                                      00860000
       N-020-EXIT.                                                      00861000
           EXIT.                                                        00862000
                                                                        00863000
      *---------------------------------------------------------------- 00864000
      * N-030-CHAIN - CHAIN DURATION FROM THE FIRST STEP START TO THE   00865000
      * SUCCESSFUL END OF CBLDB2G, AGAINST THE TARGET END TIME.         00866000
      *---------------------------------------------------------------- 00867000
       N-030-CHAIN.                                                     00868000
           MOVE ZERO TO WS-NT-DURATION.                                 00869000
           IF WS-NT-COMPLETE AND WS-NT-START-SECS > ZERO                00870000
              AND WS-NT-END-SECS NOT < WS-NT-START-SECS                 00871000
              COMPUTE WS-NT-DURATION = WS-NT-END-SECS                   00872000
                                     - WS-NT-START-SECS                 00873000
           ELSE                                                         00874000
              MOVE 'N' TO WS-NT-COMPLETE-SW                             00875000
           END-IF.                                                      00876000
                                                                        00877000
           IF WS-PASS-PRIOR                                             00878000
              IF WS-NT-COMPLETE                                         00879000
                 ADD 1 TO CS-PRI-CNT                                    00880000
                 ADD WS-NT-DURATION TO CS-PRI-SUM                       00881000
              END-IF                                                    00882000
              GO TO N-030-EXIT                                          00883000
           END-IF.                                                      00884000
                                                                        00885000
           MOVE WS-NT-START-TS TO WS-TS-WORK.                           00886000
           PERFORM N-040-CLOCK THRU N-040-EXIT.                         00887000
           MOVE WS-CLOCK-TEXT TO RPT-H-START.                           00888000
           MOVE WS-NT-END-TS TO WS-TS-WORK.                             00889000
           PERFORM N-040-CLOCK THRU N-040-EXIT.                         00890000
           MOVE WS-CLOCK-TEXT TO RPT-H-END.                             00891000
           MOVE SPACES TO RPT-H-DURATION.                               00892000
           IF WS-NT-COMPLETE                                            00893000
              MOVE WS-NT-DURATION TO WS-FMT-SECS                        00894000
              PERFORM F-PARA THRU F-EXIT                                00895000
              MOVE WS-FMT-HMS TO RPT-H-DURATION                         00896000
           END-IF.                                                      00897000
           MOVE WS-NT-IDLE-SUM TO WS-FMT-SECS.                          00898000
           PERFORM F-PARA THRU F-EXIT.                                  00899000
           MOVE WS-FMT-HMS TO RPT-H-IDLE.                               00900000
           MOVE WS-RPT-CHAINLN TO REPT-REC.                             00901000
           WRITE REPT-REC.                                              00902000
                                                                        00903000
           MOVE WS-PARM-TARGET TO RPT-L-TARGET.                         00904000
           IF NOT WS-NT-COMPLETE                                        00905000
              ADD 1 TO CS-INCOMPLETE                                    00906000
              ADD 1 TO CS-MISSED                                        00907000
              MOVE '*** MISSED - CHAIN DID NOT COMPLETE' TO RPT-L-TEXT  00908000
           ELSE                                                         00909000
              ADD 1 TO CS-CUR-CNT                                       00910000
              ADD WS-NT-DURATION TO CS-CUR-SUM                          00911000
              ADD WS-NT-IDLE-SUM TO CS-IDLE-SUM                         00912000
              IF WS-NT-DURATION > CS-CUR-WORST                          00913000
                 MOVE WS-NT-DURATION TO CS-CUR-WORST                    00914000
                 MOVE WS-NIGHT-DATE TO CS-WORST-DATE                    00915000
              END-IF                                                    00916000
              IF WS-NT-END-SECS > WS-NT-DEADLINE                        00917000
                 ADD 1 TO CS-MISSED                                     00918000
                 COMPUTE WS-FMT-SECS = WS-NT-END-SECS - WS-NT-DEADLINE  00919000
                 PERFORM F-PARA THRU F-EXIT                             00920000
                 MOVE SPACES TO RPT-L-TEXT                              00921000
                 STRING '*** MISSED BY ' DELIMITED BY SIZE              00922000
                        WS-FMT-HMS DELIMITED BY SIZE                    00923000
                        INTO RPT-L-TEXT                                 00924000
                 END-STRING                                             00925000
              ELSE                                                      00926000
                 MOVE 'MET' TO RPT-L-TEXT                               00927000
              END-IF                                                    00928000
           END-IF.                                                      00929000
           MOVE WS-RPT-SLALN TO REPT-REC.                               00930000
           WRITE REPT-REC.                                              00931000
           MOVE SPACES TO REPT-REC.                                     00932000
           WRITE REPT-REC.                                              00933000
       N-030-EXIT.                                                      00934000
           EXIT.                                                        00935000
                                                                        00936000
      *---------------------------------------------------------------- 00937000
      * N-040-CLOCK - HH:MM:SS OF TIMESTAMP WS-TS-WORK INTO             00938000
      * WS-CLOCK-TEXT, SPACES WHEN THE TIMESTAMP IS BLANK OR INVALID.   00939000
      *---------------------------------------------------------------- 00940000
       N-040-CLOCK.                                                     00941000
           MOVE SPACES TO WS-CLOCK-TEXT.                                00942000
           IF WS-TS-TIME9 NOT NUMERIC                                   00943000
              GO TO N-040-EXIT                                          00944000
           END-IF.                                                      00945000
           MOVE WS-TS-HH TO WS-CLK-HH.                                  00946000
           MOVE WS-TS-MI TO WS-CLK-MI.                                  00947000
           MOVE WS-TS-SS TO WS-CLK-SS.                                  00948000
           MOVE WS-CLOCK TO WS-CLOCK-TEXT.                              00949000
       N-040-EXIT.                                                      00950000
           EXIT.                                                        00951000
                                                                        00952000
      *---------------------------------------------------------------- 00953000
      * F-PARA - SECONDS IN WS-FMT-SECS AS HH:MM:SS IN WS-FMT-HMS.      00954000
      * DURATIONS OF 100 HOURS OR MORE SHOW AS 99:59:59.                00955000
      *---------------------------------------------------------------- 00956000
       F-PARA.                                                          00957000
           IF WS-FMT-SECS > 359999                                      00958000
              MOVE 359999 TO WS-FMT-SECS                                00959000
           END-IF.                                                      00960000
           IF WS-FMT-SECS < ZERO                                        00961000
              MOVE ZERO TO WS-FMT-SECS                                  00962000
           END-IF.                                                      00963000
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-QUOT                00964000
              REMAINDER WS-FMT-REM.                                     00965000
           MOVE WS-FMT-QUOT TO WS-FMT-H.                                00966000
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-QUOT                   00967000
              REMAINDER WS-FMT-SECS.                                    00968000
           MOVE WS-FMT-QUOT TO WS-FMT-M.                                00969000
           MOVE WS-FMT-SECS TO WS-FMT-S.                                00970000
       F-EXIT.                                                          00971000
           EXIT.                                                        00972000
                                                                        00973000
      *---------------------------------------------------------------- 00974000
      * R-PARA - PERCENTAGE CHANGE OF WS-TR-CUR AGAINST WS-TR-PRI INTO  00975000
      * WS-TREND-TEXT (+ IS SLOWER). N/A WHEN EITHER SIDE IS MISSING.   00976000
      *---------------------------------------------------------------- 00977000
       R-PARA.                                                          00978000
           IF WS-TR-CUR = ZERO OR WS-TR-PRI = ZERO                      00979000
              MOVE 'N/A' TO WS-TREND-TEXT                               00980000
              GO TO R-EXIT                                              00981000
           END-IF.                                                      00982000
           COMPUTE WS-TREND-PCT ROUNDED =                               00983000
              ((WS-TR-CUR - WS-TR-PRI) * 100) / WS-TR-PRI.              00984000
           IF WS-TREND-PCT > 999                                        00985000
              MOVE 999 TO WS-TREND-PCT                                  00986000
           END-IF.                                                      00987000
           IF WS-TREND-PCT < -999                                       00988000
              MOVE -999 TO WS-TREND-PCT                                 00989000
           END-IF.                                                      00990000
           MOVE WS-TREND-PCT TO WS-TREND-ED.                            00991000
           MOVE WS-TREND-OUT TO WS-TREND-TEXT.                          00992000
       R-EXIT.                                                          00993000
           EXIT.                                                        00994000
                                                                        00995000
      *---------------------------------------------------------------- 00996000
      * D-PARA - PERIOD SUMMARY: PER STEP, THEN THE CHAIN AS A WHOLE.   00997000
      *---------------------------------------------------------------- 00998000
       D-PARA.                                                          00999000
           MOVE SPACES TO REPT-REC.                                     01000000
           WRITE REPT-REC.                                              01001000
           MOVE 'STEP SUMMARY - FINAL SUCCESSFUL ATTEMPTS IN THE PERIOD'01002000
              TO RPT-M-TEXT.                                            01003000
           MOVE WS-RPT-MSG TO REPT-REC.                                 01004000
           WRITE REPT-REC.                                              01005000
           MOVE SPACES TO REPT-REC.                                     01006000
           WRITE REPT-REC.                                              01007000
           MOVE WS-RPT-SUMHDG TO REPT-REC.                              01008000
           WRITE REPT-REC.                                              01009000
           PERFORM D-010-STEP THRU D-010-EXIT                           01010000
              VARYING WS-STEP-SUB FROM 1 BY 1                           01011000
              UNTIL WS-STEP-SUB > WS-LAST-STEP.                         01012000
                                                                        01013000
           MOVE SPACES TO REPT-REC.                                     01014000
           WRITE REPT-REC.                                              01015000
           MOVE 'CHAIN SUMMARY FOR THE PERIOD' TO RPT-M-TEXT.           01016000
           MOVE WS-RPT-MSG TO REPT-REC.                                 01017000
           WRITE REPT-REC.                                              01018000
           MOVE SPACES TO REPT-REC.                                     01019000
           WRITE REPT-REC.                                              01020000
                                                                        01021000
           MOVE 'CYCLES IN PERIOD' TO RPT-S-LABEL.                      01022000
           MOVE CS-NIGHTS TO RPT-S-COUNT.                               01023000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01024000
           MOVE 'CYCLES WITH NO RUN-CONTROL RECORDS' TO RPT-S-LABEL.    01025000
           MOVE CS-NORUN TO RPT-S-COUNT.                                01026000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01027000
           MOVE 'CYCLES CHAIN COMPLETED' TO RPT-S-LABEL.                01028000
           MOVE CS-CUR-CNT TO RPT-S-COUNT.                              01029000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01030000
           MOVE 'CYCLES CHAIN INCOMPLETE' TO RPT-S-LABEL.               01031000
           MOVE CS-INCOMPLETE TO RPT-S-COUNT.                           01032000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01033000
           MOVE 'CYCLES TARGET MISSED' TO RPT-S-LABEL.                  01034000
           MOVE CS-MISSED TO RPT-S-COUNT.                               01035000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01036000
           MOVE 'STEP FAILURES' TO RPT-S-LABEL.                         01037000
           MOVE CS-STEP-FAIL TO RPT-S-COUNT.                            01038000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01039000
           MOVE 'STEP RERUNS' TO RPT-S-LABEL.                           01040000
           MOVE CS-STEP-RERUN TO RPT-S-COUNT.                           01041000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01042000
           MOVE 'STEPS FINISHED PAST TARGET' TO RPT-S-LABEL.            01043000
           MOVE CS-STEP-LATE TO RPT-S-COUNT.                            01044000
           PERFORM D-020-COUNT THRU D-020-EXIT.                         01045000
           MOVE SPACES TO REPT-REC.                                     01046000
           WRITE REPT-REC.                                              01047000
                                                                        01048000
           MOVE ZERO TO WS-TR-CUR.                                      01049000
           MOVE ZERO TO WS-TR-PRI.                                      01050000
           MOVE 'AVERAGE CHAIN DURATION' TO RPT-T-LABEL.                01051000
           MOVE SPACES TO RPT-T-VALUE.                                  01052000
           MOVE SPACES TO RPT-T-NOTE.                                   01053000
           IF CS-CUR-CNT > ZERO                                         01054000
              COMPUTE WS-TR-CUR = CS-CUR-SUM / CS-CUR-CNT               01055000
              MOVE WS-TR-CUR TO WS-FMT-SECS                             01056000
              PERFORM F-PARA THRU F-EXIT                                01057000
              MOVE WS-FMT-HMS TO RPT-T-VALUE                            01058000
           END-IF.                                                      01059000
           PERFORM D-030-TIME THRU D-030-EXIT.                          01060000
                                                                        01061000
           MOVE 'WORST CHAIN DURATION' TO RPT-T-LABEL.                  01062000
           MOVE SPACES TO RPT-T-VALUE.                                  01063000
           MOVE SPACES TO RPT-T-NOTE.                                   01064000
           IF CS-CUR-CNT > ZERO                                         01065000
              MOVE CS-CUR-WORST TO WS-FMT-SECS                          01066000
              PERFORM F-PARA THRU F-EXIT                                01067000
              MOVE WS-FMT-HMS TO RPT-T-VALUE                            01068000
              STRING 'CYCLE ' DELIMITED BY SIZE                         01069000
                     CS-WORST-DATE DELIMITED BY SIZE                    01070000
                     INTO RPT-T-NOTE                                    01071000
              END-STRING                                                01072000
           END-IF.                                                      01073000
           PERFORM D-030-TIME THRU D-030-EXIT.                          01074000
                                                                        01075000
           MOVE 'PRIOR-PERIOD AVERAGE CHAIN DURATION' TO RPT-T-LABEL.   01076000
           MOVE SPACES TO RPT-T-VALUE.                                  01077000
           MOVE SPACES TO RPT-T-NOTE.                                   01078000
           IF CS-PRI-CNT > ZERO                                         01079000
              COMPUTE WS-TR-PRI = CS-PRI-SUM / CS-PRI-CNT               01080000
              MOVE WS-TR-PRI TO WS-FMT-SECS                             01081000
              PERFORM F-PARA THRU F-EXIT                                01082000
              MOVE WS-FMT-HMS TO RPT-T-VALUE                            01083000
           END-IF.                                                      01084000
           PERFORM D-030-TIME THRU D-030-EXIT.                          01085000
                                                                        01086000
           PERFORM R-PARA THRU R-EXIT.                                  01087000
           MOVE 'TREND AGAINST PRIOR PERIOD' TO RPT-T-LABEL.            01088000
           MOVE WS-TREND-TEXT TO RPT-T-VALUE.                           01089000
           MOVE SPACES TO RPT-T-NOTE.                                   01090000
           PERFORM D-030-TIME THRU D-030-EXIT.                          01091000
                                                                        01092000
           MOVE 'AVERAGE IDLE TIME PER COMPLETED CYCLE' TO RPT-T-LABEL. 01093000
           MOVE SPACES TO RPT-T-VALUE.                                  01094000
           MOVE SPACES TO RPT-T-NOTE.                                   01095000
           IF CS-CUR-CNT > ZERO                                         01096000
              COMPUTE WS-FMT-SECS = CS-IDLE-SUM / CS-CUR-CNT            01097000
              PERFORM F-PARA THRU F-EXIT                                01098000
              MOVE WS-FMT-HMS TO RPT-T-VALUE                            01099000
           END-IF.                                                      01100000
           PERFORM D-030-TIME THRU D-030-EXIT.                          01101000
                                                                        01102000
           DISPLAY 'CYCLES REPORTED:'CS-NIGHTS' TARGET MISSED:'         01103000
              CS-MISSED.                                                01104000
       D-EXIT.                                                          01105000
           EXIT.                                                        01106000
                                                                        01107000
       D-010-STEP.                                                      01108000
           MOVE CH-STEP (WS-STEP-SUB) TO RPT-U-STEP.                    01109000
           MOVE ST-CUR-CNT (WS-STEP-SUB) TO RPT-U-NIGHTS.               01110000
           MOVE SPACES TO RPT-U-AVG.                                    01111000
           MOVE SPACES TO RPT-U-WORST.                                  01112000
           MOVE SPACES TO RPT-U-PRIOR.                                  01113000
           MOVE SPACES TO RPT-U-IDLE.                                   01114000
           MOVE SPACES TO RPT-U-VOLUME-X.                               01115000
           MOVE ZERO TO WS-TR-CUR.                                      01116000
           MOVE ZERO TO WS-TR-PRI.                                      01117000
                                                                        01118000
           IF ST-CUR-CNT (WS-STEP-SUB) > ZERO                           01119000
              COMPUTE WS-TR-CUR = ST-CUR-SUM (WS-STEP-SUB)              01120000
                                / ST-CUR-CNT (WS-STEP-SUB)              01121000
              MOVE WS-TR-CUR TO WS-FMT-SECS                             01122000
              PERFORM F-PARA THRU F-EXIT                                01123000
              MOVE WS-FMT-HMS TO RPT-U-AVG                              01124000
              MOVE ST-CUR-WORST (WS-STEP-SUB) TO WS-FMT-SECS            01125000
              PERFORM F-PARA THRU F-EXIT                                01126000
              MOVE WS-FMT-HMS TO RPT-U-WORST                            01127000
           END-IF.                                                      01128000
           IF ST-PRI-CNT (WS-STEP-SUB) > ZERO                           01129000
              COMPUTE WS-TR-PRI = ST-PRI-SUM (WS-STEP-SUB)              01130000
                                / ST-PRI-CNT (WS-STEP-SUB)              01131000
              MOVE WS-TR-PRI TO WS-FMT-SECS                             01132000
              PERFORM F-PARA THRU F-EXIT                                01133000
              MOVE WS-FMT-HMS TO RPT-U-PRIOR                            01134000
           END-IF.                                                      01135000
           PERFORM R-PARA THRU R-EXIT.                                  01136000
           MOVE WS-TREND-TEXT TO RPT-U-TREND.                           01137000
                                                                        01138000
           IF ST-IDLE-CNT (WS-STEP-SUB) > ZERO                          01139000
              COMPUTE WS-FMT-SECS = ST-IDLE-SUM (WS-STEP-SUB)           01140000
                                  / ST-IDLE-CNT (WS-STEP-SUB)           01141000
              PERFORM F-PARA THRU F-EXIT                                01142000
              MOVE WS-FMT-HMS TO RPT-U-IDLE                             01143000
           END-IF.                                                      01144000
           IF ST-VOL-CNT (WS-STEP-SUB) > ZERO                           01145000
              COMPUTE WS-AVG = ST-VOL-SUM (WS-STEP-SUB)                 01146000
                             / ST-VOL-CNT (WS-STEP-SUB)                 01147000
              MOVE WS-AVG TO RPT-U-VOLUME                               01148000
           END-IF.                                                      01149000
           MOVE ST-FAIL-CNT (WS-STEP-SUB) TO RPT-U-FAIL.                01150000
           MOVE ST-RERUN-CNT (WS-STEP-SUB) TO RPT-U-RERUN.              01151000
           MOVE ST-LATE-CNT (WS-STEP-SUB) TO RPT-U-LATE.                01152000
           MOVE WS-RPT-STEPSUM TO REPT-REC.                             01153000
           WRITE REPT-REC.                                              01154000
       D-010-EXIT.                                                      01155000
           EXIT.                                                        01156000
                                                                        01157000
       D-020-COUNT.                                                     01158000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             01159000
           WRITE REPT-REC.                                              01160000
       D-020-EXIT.                                                      01161000
           EXIT.                                                        01162000
                                                                        01163000
       D-030-TIME.                                                      01164000
           MOVE WS-RPT-TIMELN TO REPT-REC.                              01165000
           WRITE REPT-REC.                                              01166000
       D-030-EXIT.                                                      01167000
           EXIT.                                                        01168000
                                                                        01169000
       C-PARA.                                                          01170000
           MOVE WS-RPT-TITLE TO REPT-REC.                               01171000
           WRITE REPT-REC.                                              01172000
           MOVE SPACES TO REPT-REC.                                     01173000
           WRITE REPT-REC.                                              01174000
           MOVE WS-FROM-DATE TO RPT-P-FROM.                             01175000
           MOVE WS-TO-DATE TO RPT-P-TO.                                 01176000
           MOVE WS-PRI-FROM-DATE TO RPT-P-PRI-FROM.                     01177000
           MOVE WS-PRI-TO-DATE TO RPT-P-PRI-TO.                         01178000
           MOVE WS-RPT-PERIODLN TO REPT-REC.                            01179000
           WRITE REPT-REC.                                              01180000
           MOVE WS-PARM-TARGET TO RPT-T-TARGET.                         01181000
           MOVE WS-RPT-TARGETLN TO REPT-REC.                            01182000
           WRITE REPT-REC.                                              01183000
           MOVE SPACES TO REPT-REC.                                     01184000
           WRITE REPT-REC.                                              01185000
       C-EXIT.                                                          01186000
           EXIT.                                                        01187000
