       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    RUN-CONTROL GATEKEEPER FOR THE NIGHTLY JOB CHAIN CBLDB2D,    00008000
      *    CBLDB2M, CBLDB2F, CBLDB2A, CBLDB2W, CBLDB2B, CBLDB2E,        00009000
      *    CBLDB2G. A SHARED RUN-CONTROL FILE (RUNIDD IN, RUNODD OUT)   00010000
      *    HOLDS ONE RECORD PER STEP EXECUTION WITH THE CYCLE DATE,     00011000
      *    START AND END TIMESTAMPS AND THE OUTCOME. RUN AS A STEP      00012000
      *    AHEAD OF AND BEHIND EACH CHAIN PROGRAM:                      00013000
      *      PARMDD 'START,<STEP>'         - GATEKEEPER. ABENDS WHEN    00014000
      *           THE PREDECESSOR HAS NOT COMPLETED SUCCESSFULLY FOR    00015000
      *           TONIGHT'S CYCLE OR WHEN THE STEP ALREADY COMPLETED    00016000
      *           TONIGHT, SO THE JOB STOPS BEFORE THE PROGRAM RUNS;    00017000
      *           OTHERWISE RECORDS THE START.                          00018000
      *      PARMDD 'END,<STEP>,<OUTCOME>' - RECORDS THE END, THE       00019000
      *           OUTCOME (SUCCESS OR FAILED, SET BY JCL COND LOGIC)    00020000
      *           AND THE STEP'S RECORD VOLUME, TAKEN FROM ITS CONTROL  00020100
      *           REPORT ON CTLRPTDD (CBLDB2B: ITS PENDDD RECORD).      00020200
      *      PARMDD 'STATUS'               - MORNING LISTING OF WHERE   00021000
      *           EVERY STEP OF TONIGHT'S CHAIN STANDS.                 00022000
      *---------------------------------------------------------------- 00023000
      * DATE       BY    DESCRIPTION                                    00026000
      * ---------- ----- ---------------------------------------------- 00027000
      * 09/01/2026 RKS   ORIGINAL PROGRAM.                              00028000
      * 10/15/2026 RKS   CBLDB2W DATA-INTEGRITY SWEEP JOINS THE CHAIN   00028100
      *                  BETWEEN CBLDB2A AND CBLDB2B. THE JCL ENDS THE  00028200
      *                  SWEEP AS FAILED ON RETURN CODE 8 (SEVERE), SO  00028300
      *                  THE GATE HOLDS THE CBLDB2B MORNING EXTRACT.    00028400
      * 10/15/2026 RKS   RUN-CONTROL RECORD EXTENDED WITH THE STEP'S    00028500
      *                  RECORD VOLUME (RI/RO/RN-VOLUME), CAPTURED AT   00028600
      *                  END FROM THE STEP'S CONTROL REPORT (CTLRPTDD)  00028700
      *                  OR, FOR CBLDB2B, ITS PENDING-ACK RECORD        00028800
      *                  (PENDDD) - BOTH OPTIONAL - FOR THE CBLDB2X     00028900
      *                  ELAPSED-TIME TREND REPORT. THE RECORD IS NOW   00028910
      *                  71 BYTES (WAS 62); THE CURRENT RUNIDD          00028920
      *                  GENERATION MUST BE REBLOCKED ONCE BEFORE THE   00028930
      *                  FIRST RUN - A FIXED-LENGTH MISMATCH FAILS THE  00028940
      *                  OPEN (STATUS 39). USE A SORT COPY STEP: SORT   00028950
      *                  FIELDS=COPY, OUTREC FIELDS=(1,62,9X), SORTOUT  00028960
      *                  LRECL=71. OLD RECORDS THEN SHOW NO VOLUME.     00028970
      *---------------------------------------------------------------- 00029000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00031000
                                ORGANIZATION SEQUENTIAL                 00042000
                                ACCESS SEQUENTIAL                       00043000
                                FILE STATUS WS-RNOSTAT.                 00044000
           SELECT CRPT-FILE     ASSIGN TO CTLRPTDD                      00044100
                                ORGANIZATION SEQUENTIAL                 00044200
                                ACCESS SEQUENTIAL                       00044300
                                FILE STATUS WS-CRPSTAT.                 00044400
           SELECT PEND-FILE     ASSIGN TO PENDDD                        00044500
                                ORGANIZATION SEQUENTIAL                 00044600
                                ACCESS SEQUENTIAL                       00044700
                                FILE STATUS WS-PNDSTAT.                 00044800
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00045000
                                ORGANIZATION SEQUENTIAL                 00046000
                                ACCESS SEQUENTIAL                       00047000
           05 RI-START-TS       PIC X(18).                              00057000
           05 RI-END-TS         PIC X(18).                              00058000
           05 RI-OUTCOME        PIC X(08).                              00059000
           05 RI-VOLUME         PIC X(09).                              00059500
       FD RUNO-FILE.                                                    00060000
       01 RUNO-REC.                                                     00061000
           05 RO-CYCLE-DATE     PIC X(10).                              00062000
           05 RO-START-TS       PIC X(18).                              00064000
           05 RO-END-TS         PIC X(18).                              00065000
           05 RO-OUTCOME        PIC X(08).                              00066000
           05 RO-VOLUME         PIC X(09).                              00066050
       FD CRPT-FILE.                                                    00066110
       01 CRPT-REC.                                                     00066170
           05 CR-LABEL          PIC X(40).                              00066230
           05 CR-SIGN           PIC X(01).                              00066290
           05 CR-COUNT          PIC X(09).                              00066350
           05 FILLER            PIC X(30).                              00066410
       FD PEND-FILE.                                                    00066470
       01 PEND-REC.                                                     00066530
           05 PD-GENERATION     PIC 9(06).                              00066590
           05 PD-RUN-DATE       PIC X(10).                              00066650
           05 PD-REC-COUNT      PIC 9(09).                              00066710
           05 PD-HASH-TOTAL     PIC 9(15).                              00066770
       FD REPT-FILE.                                                    00067000
       01 REPT-REC              PIC X(80).                              00068000
       WORKING-STORAGE SECTION.                                         00069000
       01 WS-RNISTAT PIC X(02).                                         00071000
       01 WS-RNOSTAT PIC X(02).                                         00072000
       01 WS-REPTSTAT PIC X(02).                                        00073000
       01 WS-CRPSTAT PIC X(02).                                         00073100
       01 WS-PNDSTAT PIC X(02).                                         00073200
       01 ABEND-CODE PIC S9(9) COMP.                                    00074000
                                                                        00075000
       01 WS-SWITCHES.                                                  00076000
              88 WS-DONE-FOUND           VALUE 'Y'.                     00082000
           05 WS-PRED-DONE-SW   PIC X(01) VALUE 'N'.                    00083000
              88 WS-PRED-DONE            VALUE 'Y'.                     00084000
           05 WS-CRPT-EOF-SW    PIC X(01) VALUE 'N'.                    00084100
              88 WS-CRPT-EOF-YES         VALUE 'Y'.                     00084200
                                                                        00085000
       01 WS-PARM-MODE          PIC X(06).                              00086000
           88 WS-MODE-START            VALUE 'START '.                  00087000
           05 FILLER    PIC X(16) VALUE 'CBLDB2M CBLDB2D '.             00101000
           05 FILLER    PIC X(16) VALUE 'CBLDB2F CBLDB2M '.             00102000
           05 FILLER    PIC X(16) VALUE 'CBLDB2A CBLDB2F '.             00103000
           05 FILLER    PIC X(16) VALUE 'CBLDB2W CBLDB2A '.             00103500
           05 FILLER    PIC X(16) VALUE 'CBLDB2B CBLDB2W '.             00104000
           05 FILLER    PIC X(16) VALUE 'CBLDB2E CBLDB2B '.             00105000
           05 FILLER    PIC X(16) VALUE 'CBLDB2G CBLDB2E '.             00106000
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-DATA.                       00107000
           05 WS-CHAIN-ENTRY OCCURS 8 TIMES INDEXED BY CH-IX.           00108000
              10 CH-STEP        PIC X(08).                              00109000
              10 CH-PRED        PIC X(08).                              00110000
                                                                        00111000
      *---------------------------------------------------------------- 00111020
      * THE CONTROL-REPORT SUMMARY LINE THAT CARRIES EACH STEP'S RECORD 00111040
      * VOLUME. CBLDB2B HAS NO CONTROL REPORT - ITS VOLUME IS THE       00111060
      * RECORD COUNT ON THE PENDING-ACK RECORD IT WRITES TO PENDDD.     00111080
      *---------------------------------------------------------------- 00111100
       01 WS-VOL-DATA.                                                  00111120
           05 FILLER    PIC X(08) VALUE 'CBLDB2D '.                     00111140
           05 FILLER    PIC X(40) VALUE                                 00111160
              'RECORDS READ FROM DEPTDD'.                               00111180
           05 FILLER    PIC X(08) VALUE 'CBLDB2M '.                     00111200
           05 FILLER    PIC X(40) VALUE                                 00111220
              'TOTAL RECORDS RECEIVED'.                                 00111240
           05 FILLER    PIC X(08) VALUE 'CBLDB2F '.                     00111260
           05 FILLER    PIC X(40) VALUE                                 00111280
              'TOTAL RECORDS PASSED TO LOADER'.                         00111300
           05 FILLER    PIC X(08) VALUE 'CBLDB2A '.                     00111320
           05 FILLER    PIC X(40) VALUE                                 00111340
              'RECORDS READ FROM INPUT FILE'.                           00111360
           05 FILLER    PIC X(08) VALUE 'CBLDB2W '.                     00111380
           05 FILLER    PIC X(40) VALUE                                 00111400
              'PERSNLDTL ROWS CHECKED'.                                 00111420
           05 FILLER    PIC X(08) VALUE 'CBLDB2B '.                     00111440
           05 FILLER    PIC X(40) VALUE SPACES.                         00111460
           05 FILLER    PIC X(08) VALUE 'CBLDB2E '.                     00111480
           05 FILLER    PIC X(40) VALUE                                 00111500
              'PENDING GENERATIONS PROCESSED'.                          00111520
           05 FILLER    PIC X(08) VALUE 'CBLDB2G '.                     00111540
           05 FILLER    PIC X(40) VALUE                                 00111560
              'NEW AUDIT RECORDS ROLLED IN'.                            00111580
       01 WS-VOL-TABLE REDEFINES WS-VOL-DATA.                           00111600
           05 WS-VOL-ENTRY OCCURS 8 TIMES INDEXED BY VL-IX.             00111620
              10 VL-STEP        PIC X(08).                              00111640
              10 VL-LABEL       PIC X(40).                              00111660
       01 WS-VOL-LABEL          PIC X(40).                              00111680
       01 WS-VOLUME             PIC X(09).                              00111700
                                                                        00111800
       01 WS-RUN-MAX            PIC 9(04) COMP VALUE 500.               00112000
       01 WS-RUN-COUNT          PIC 9(04) COMP VALUE ZERO.              00113000
       01 WS-RUN-TABLE.                                                 00114000
              10 RN-START-TS    PIC X(18).                              00119000
              10 RN-END-TS      PIC X(18).                              00120000
              10 RN-OUTCOME     PIC X(08).                              00121000
              10 RN-VOLUME      PIC X(09).                              00121500
       01 WS-MATCH-SUB          PIC 9(04) COMP VALUE ZERO.              00122000
       01 WS-SCAN-SUB           PIC 9(04) COMP VALUE ZERO.              00123000
                                                                        00124000
                                                                        00206000
      *---------------------------------------------------------------- 00207000
      * P-PARA - PARM RECORD: START,<STEP> / END,<STEP>,<OUTCOME> /     00208000
      * STATUS. THE STEP MUST BE ONE OF THE EIGHT CHAIN PROGRAMS.       00209000
      *---------------------------------------------------------------- 00210000
       P-PARA.                                                          00211000
           OPEN INPUT PARM-FILE.                                        00212000
           MOVE RI-START-TS TO RN-START-TS (RN-IX).                     00309000
           MOVE RI-END-TS TO RN-END-TS (RN-IX).                         00310000
           MOVE RI-OUTCOME TO RN-OUTCOME (RN-IX).                       00311000
           MOVE RI-VOLUME TO RN-VOLUME (RN-IX).                         00311500
       L-010-EXIT.                                                      00312000
           EXIT.                                                        00313000
                                                                        00314000
           MOVE WS-NOW-TS TO RN-START-TS (RN-IX).                       00362000
           MOVE SPACES TO RN-END-TS (RN-IX).                            00363000
           MOVE 'RUNNING ' TO RN-OUTCOME (RN-IX).                       00364000
           MOVE SPACES TO RN-VOLUME (RN-IX).                            00364500
                                                                        00365000
           MOVE 'STEP CLEARED TO START AND RECORDED' TO RPT-M-TEXT.     00366000
           MOVE WS-RPT-MSG TO REPT-REC.                                 00367000
      *---------------------------------------------------------------- 00388000
      * E-PARA - RECORD A STEP END. COMPLETES THE NEWEST 'RUNNING'      00389000
      * RECORD FOR THE STEP ON TONIGHT'S CYCLE WITH THE END TIMESTAMP   00390000
      * AND THE OUTCOME SUPPLIED ON THE PARM, AND THE STEP'S VOLUME.    00391000
      *---------------------------------------------------------------- 00392000
       E-PARA.                                                          00393000
           MOVE ZERO TO WS-MATCH-SUB.                                   00394000
           SET RN-IX TO WS-MATCH-SUB.                                   00412000
           MOVE WS-NOW-TS TO RN-END-TS (RN-IX).                         00413000
           MOVE WS-PARM-OUTCOME TO RN-OUTCOME (RN-IX).                  00414000
           PERFORM K-PARA THRU K-EXIT.                                  00414300
           MOVE WS-VOLUME TO RN-VOLUME (RN-IX).                         00414600
                                                                        00415000
           MOVE 'STEP END AND OUTCOME RECORDED' TO RPT-M-TEXT.          00416000
           MOVE WS-RPT-MSG TO REPT-REC.                                 00417000
       E-010-EXIT.                                                      00431000
           EXIT.                                                        00432000
                                                                        00433000
      *---------------------------------------------------------------- 00433010
      * K-PARA - RECORD VOLUME OF THE STEP JUST ENDED: FOR CBLDB2B THE  00433020
      * COUNT ON ITS PENDDD RECORD, FOR THE OTHER STEPS THE COUNT ON    00433030
      * THE STEP'S VOLUME LINE IN ITS CONTROL REPORT (CTLRPTDD). BOTH   00433040
      * FILES ARE OPTIONAL - WITHOUT THEM THE VOLUME IS LEFT BLANK.     00433050
      *---------------------------------------------------------------- 00433060
       K-PARA.                                                          00433070
           MOVE SPACES TO WS-VOLUME.                                    00433080
           IF WS-PARM-STEP = 'CBLDB2B '                                 00433090
              PERFORM K-020-PEND THRU K-020-EXIT                        00433100
              GO TO K-EXIT                                              00433110
           END-IF.                                                      00433120
                                                                        00433130
           MOVE SPACES TO WS-VOL-LABEL.                                 00433140
           SET VL-IX TO 1.                                              00433150
           SEARCH WS-VOL-ENTRY                                          00433160
              WHEN VL-STEP (VL-IX) = WS-PARM-STEP                       00433170
                 MOVE VL-LABEL (VL-IX) TO WS-VOL-LABEL                  00433180
           END-SEARCH.                                                  00433190
           IF WS-VOL-LABEL = SPACES                                     00433200
              GO TO K-EXIT                                              00433210
           END-IF.                                                      00433220
                                                                        00433230
           OPEN INPUT CRPT-FILE.                                        00433240
           IF WS-CRPSTAT NOT = '00'                                     00433250
              DISPLAY 'NO CONTROL REPORT - VOLUME NOT RECORDED'         00433260
              GO TO K-EXIT                                              00433270
           END-IF.                                                      00433280
           MOVE 'N' TO WS-CRPT-EOF-SW.                                  00433290
           PERFORM K-010-SCAN THRU K-010-EXIT                           00433300
              UNTIL WS-CRPT-EOF-YES.                                    00433310
           CLOSE CRPT-FILE.                                             00433320
           DISPLAY 'RECORDED VOLUME:'WS-VOLUME.                         00433330
       K-EXIT.                                                          00433340
           EXIT.                                                        00433350
                                                                        00433360
       K-010-SCAN.                                                      00433370
           READ CRPT-FILE                                               00433380
               AT END                                                   00433390
                   MOVE 'Y' TO WS-CRPT-EOF-SW                           00433400
                   GO TO K-010-EXIT                                     00433410
           END-READ.                                                    00433420
           IF CR-LABEL = WS-VOL-LABEL AND CR-COUNT NUMERIC              00433430
              MOVE CR-COUNT TO WS-VOLUME                                00433440
              MOVE 'Y' TO WS-CRPT-EOF-SW                                00433450
           END-IF.                                                      00433460
       K-010-EXIT.                                                      00433470
           EXIT.                                                        00433480
                                                                        00433490
       K-020-PEND.                                                      00433500
           OPEN INPUT PEND-FILE.                                        00433510
           IF WS-PNDSTAT NOT = '00'                                     00433520
              DISPLAY 'NO PENDDD RECORD - VOLUME NOT RECORDED'          00433530
              GO TO K-020-EXIT                                          00433540
           END-IF.                                                      00433550
           READ PEND-FILE                                               00433560
               AT END                                                   00433570
                   DISPLAY 'EMPTY PENDDD - VOLUME NOT RECORDED'         00433580
                   CLOSE PEND-FILE                                      00433590
                   GO TO K-020-EXIT                                     00433600
           END-READ.                                                    00433610
           IF PD-REC-COUNT NUMERIC                                      00433620
              MOVE PD-REC-COUNT TO WS-VOLUME                            00433630
           END-IF.                                                      00433640
           CLOSE PEND-FILE.                                             00433650
           DISPLAY 'RECORDED VOLUME:'WS-VOLUME.                         00433660
       K-020-EXIT.                                                      00433670
           EXIT.                                                        00433680
                                                                        00433690
      *---------------------------------------------------------------- 00434000
      * S-PARA - MORNING STATUS LISTING. ONE LINE PER CHAIN STEP WITH   00435000
      * ITS NEWEST RECORD FOR TONIGHT'S CYCLE, OR 'NOT RUN'.            00436000
      *---------------------------------------------------------------- 00437000
       S-PARA.                                                          00438000
           PERFORM S-010-STEP THRU S-010-EXIT                           00439000
              VARYING CH-IX FROM 1 BY 1 UNTIL CH-IX > 8.                00440000
       S-EXIT.                                                          00441000
           EXIT.                                                        00442000
                                                                        00443000
           MOVE RN-START-TS (RN-IX) TO RO-START-TS.                     00503000
           MOVE RN-END-TS (RN-IX) TO RO-END-TS.                         00504000
           MOVE RN-OUTCOME (RN-IX) TO RO-OUTCOME.                       00505000
           MOVE RN-VOLUME (RN-IX) TO RO-VOLUME.                         00505500
           WRITE RUNO-REC.                                              00506000
           IF WS-RNOSTAT NOT = '00'                                     00507000
              DISPLAY 'RUNODD WRITE FAILED - STATUS:'WS-RNOSTAT         00508000
