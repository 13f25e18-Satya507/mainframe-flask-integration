       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2T.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    MONTHLY TURNOVER AND ATTRITION REPORT (REPTDD) BY DEPT_CD    00008000
      *    WITH THE DEPTMAST DEPT_NAME. FOR THE REPORT MONTH (PARMDD    00009000
      *    'YYYY-MM', DEFAULT THE MONTH JUST ENDED) EACH DEPARTMENT     00010000
      *    SHOWS OPENING HEADCOUNT, HIRES, REHIRES, TERMINATIONS,       00011000
      *    LEAVES STARTED AND RETURNED, TRANSFERS IN AND OUT, ROWS      00012000
      *    REMOVED BY A DELETE OR FEED BACK-OUT, CLOSING HEADCOUNT,     00013000
      *    THE MONTH'S TURNOVER RATE (TERMINATIONS OVER AVERAGE         00014000
      *    HEADCOUNT) AND THE ROLLING TWELVE-MONTH RATE ENDING WITH     00015000
      *    THE REPORT MONTH, FOLLOWED BY COMPANY TOTALS.                00016000
      *    HEADCOUNT IS EVERYONE ON THE BOOKS (EMP_STATUS 'A' OR 'L').  00017000
      *    NOTHING IS TAKEN FROM TODAY'S STATUS ALONE - EVERY           00018000
      *    EMPLOYEE'S PERSNLHST BEFORE-IMAGES AND CURRENT PERSNLDTL     00019000
      *    ROW ARE CHAINED INTO VERSIONS, EACH DATED FROM THE HIRE      00020000
      *    DATE (FIRST VERSION), THE STAT_EFF_DATE (STATUS CHANGES)     00021000
      *    OR THE DATE THE CHANGE WAS APPLIED (ANY OTHER CHANGE), SO    00022000
      *    ANY PAST MONTH STILL COVERED BY PERSNLHST REPRODUCES THE     00023000
      *    SAME FIGURES. A BACKDATED STATUS CHANGE THAT WOULD FALL      00024000
      *    AHEAD OF AN EARLIER-APPLIED CHANGE IS COUNTED ON THE DATE    00025000
      *    OF THAT EARLIER CHANGE SO EVERY DEPARTMENT BALANCES:         00026000
      *    OPENING + HIRES + REHIRES - TERMS + IN - OUT - REMOVED =     00027000
      *    CLOSING. MONTHS OLDER THAN THE CBLDB2K HISTORY RETENTION     00028000
      *    CAN ONLY BE REPRODUCED FROM THE ARCHIVE.                     00029000
      *---------------------------------------------------------------- 00030000
      * MODIFICATION HISTORY                                            00031000
      *---------------------------------------------------------------- 00032000
      * DATE       BY    DESCRIPTION                                    00033000
      * ---------- ----- ---------------------------------------------- 00034000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00035000
      *---------------------------------------------------------------- 00036000
       ENVIRONMENT DIVISION.                                            00037000
       INPUT-OUTPUT SECTION.                                            00038000
       FILE-CONTROL.                                                    00039000
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00040000
                                ORGANIZATION SEQUENTIAL                 00041000
                                ACCESS SEQUENTIAL                       00042000
                                FILE STATUS WS-PRMSTAT.                 00043000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00044000
                                ORGANIZATION SEQUENTIAL                 00045000
                                ACCESS SEQUENTIAL                       00046000
                                FILE STATUS WS-REPTSTAT.                00047000
       DATA DIVISION.                                                   00048000
       FILE SECTION.                                                    00049000
       FD PARM-FILE.                                                    00050000
       01 PARM-REC              PIC X(80).                              00051000
       FD REPT-FILE.                                                    00052000
       01 REPT-REC              PIC X(80).                              00053000
       WORKING-STORAGE SECTION.                                         00054000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00055000
       EXEC SQL                                                         00056000
       INCLUDE COPY1                                                    00057000
       END-EXEC.                                                        00058000
                                                                        00059000
       EXEC SQL                                                         00060000
       INCLUDE COPY2                                                    00061000
       END-EXEC.                                                        00062000
                                                                        00063000
       EXEC SQL                                                         00064000
       INCLUDE COPY3                                                    00065000
       END-EXEC.                                                        00066000
                                                                        00067000
       EXEC SQL                                                         00068000
          INCLUDE SQLCA                                                 00069000
       END-EXEC.                                                        00070000
                                                                        00071000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00072000
       01 WS-PREV-EMPLOYEE-ID PIC X(08) VALUE SPACES.                   00073000
       01 WS-SEQ-TS PIC X(26).                                          00074000
       01 WS-SEQ-TS-BRK REDEFINES WS-SEQ-TS.                            00075000
           05 WS-SEQ-DATE       PIC X(10).                              00076000
           05 FILLER            PIC X(16).                              00077000
       01 WS-DEPT-CD PIC X(04).                                         00078000
       01 WS-DEPT-NAME PIC X(30).                                       00079000
       01 WS-EMP-STATUS PIC X(01).                                      00080000
       01 WS-STAT-EFF-DATE PIC X(10).                                   00081000
       01 WS-HIRE-DATE PIC X(10).                                       00082000
       01 WS-ROW-SRC PIC X(01).                                         00083000
       01 WS-MONTH-PARM PIC X(07).                                      00084000
       01 WS-MONTH-BRK REDEFINES WS-MONTH-PARM.                         00085000
           05 WS-PRM-YYYY       PIC X(04).                              00086000
           05 WS-PRM-DASH       PIC X(01).                              00087000
           05 WS-PRM-MM         PIC X(02).                              00088000
       01 WS-TODAY-RAW.                                                 00089000
           05 WS-TODAY-YYYY     PIC 9(04).                              00090000
           05 WS-TODAY-MM       PIC 9(02).                              00091000
           05 WS-TODAY-DD       PIC 9(02).                              00092000
       01 WS-CALC-YYYY          PIC 9(04).                              00093000
       01 WS-CALC-MM            PIC 9(02).                              00094000
       01 WS-DATE-BLD.                                                  00095000
           05 WS-BLD-YYYY       PIC 9(04).                              00096000
           05 FILLER            PIC X(01) VALUE '-'.                    00097000
           05 WS-BLD-MM         PIC 9(02).                              00098000
           05 FILLER            PIC X(03) VALUE '-01'.                  00099000
       01 WS-RPT-MONTH.                                                 00100000
           05 WS-RPT-MONTH-YYYY PIC 9(04).                              00101000
           05 FILLER            PIC X(01) VALUE '-'.                    00102000
           05 WS-RPT-MONTH-MM   PIC 9(02).                              00103000
       01 WS-MONTH-START        PIC X(10).                              00104000
       01 WS-NEXT-START         PIC X(10).                              00105000
       01 WS-YEAR-START         PIC X(10).                              00106000
       01 WS-CUTOFF-DATE        PIC X(10).                              00107000
       01 WS-GONE-DATE          PIC X(10).                              00108000
       01 WS-PRMSTAT PIC X(02).                                         00109000
       01 WS-REPTSTAT PIC X(02).                                        00110000
       01 ABEND-CODE PIC S9(9) COMP.                                    00111000
                                                                        00112000
       01 WS-SWITCHES.                                                  00113000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00114000
              88 WS-EOF-YES              VALUE 'Y'.                     00115000
           05 WS-ON-BOOKS-SW    PIC X(01) VALUE 'N'.                    00116000
              88 WS-ON-BOOKS             VALUE 'Y'.                     00117000
           05 WS-PREV-EMP-SW    PIC X(01) VALUE 'N'.                    00118000
              88 WS-PREV-EMPLOYED        VALUE 'Y'.                     00119000
           05 WS-CUR-EMP-SW     PIC X(01) VALUE 'N'.                    00120000
              88 WS-CUR-EMPLOYED         VALUE 'Y'.                     00121000
                                                                        00122000
       01 WS-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.              00123000
       01 WS-HST-ROW-COUNT      PIC 9(09) COMP VALUE ZERO.              00124000
       01 WS-CUR-ROW-COUNT      PIC 9(09) COMP VALUE ZERO.              00125000
       01 WS-EMP-COUNT          PIC 9(09) COMP VALUE ZERO.              00126000
       01 WS-DEPT-RPT-COUNT     PIC 9(09) COMP VALUE ZERO.              00127000
       01 WS-OOB-COUNT          PIC 9(09) COMP VALUE ZERO.              00128000
       01 WS-BAL-COUNT          PIC S9(9) COMP VALUE ZERO.              00129000
       01 WS-AVG-HC             PIC 9(07)V9 VALUE ZERO.                 00130000
       01 WS-RATE               PIC 9(05)V99 VALUE ZERO.                00131000
       01 WS-STATE-IX           PIC 9(04) COMP VALUE ZERO.              00132000
       01 WS-STATE-DEPT-CD      PIC X(04).                              00133000
       01 WS-TALLY-DEPT-CD      PIC X(04).                              00134000
                                                                        00135000
      *    ONE EMPLOYEE'S VERSIONS, OLDEST FIRST. VR-START-DATE IS      00136000
      *    THE DATE THE VERSION TOOK EFFECT, VR-TO-DATE THE DATE THE    00137000
      *    BEFORE-IMAGE WAS TAKEN (SPACES ON THE CURRENT ROW).          00138000
       01 WS-VER-MAX            PIC 9(04) COMP VALUE 500.               00139000
       01 WS-VER-COUNT          PIC 9(04) COMP VALUE ZERO.              00140000
       01 WS-VER-TABLE.                                                 00141000
           05 WS-VER-ENTRY OCCURS 0 TO 500 TIMES                        00142000
                 DEPENDING ON WS-VER-COUNT INDEXED BY VR-IX VP-IX.      00143000
              10 VR-DEPT-CD     PIC X(04).                              00144000
              10 VR-EMP-STATUS  PIC X(01).                              00145000
              10 VR-STAT-EFF-DATE PIC X(10).                            00146000
              10 VR-HIRE-DATE   PIC X(10).                              00147000
              10 VR-TO-DATE     PIC X(10).                              00148000
              10 VR-ROW-SRC     PIC X(01).                              00149000
              10 VR-START-DATE  PIC X(10).                              00150000
                                                                        00151000
       01 WS-DEPT-MAX           PIC 9(04) COMP VALUE 500.               00152000
       01 WS-DEPT-COUNT         PIC 9(04) COMP VALUE ZERO.              00153000
       01 WS-DEPT-TABLE.                                                00154000
           05 WS-DEPT-ENTRY OCCURS 0 TO 500 TIMES                       00155000
                 DEPENDING ON WS-DEPT-COUNT INDEXED BY DT-IX.           00156000
              10 DT-DEPT-CD     PIC X(04).                              00157000
              10 DT-DEPT-NAME   PIC X(30).                              00158000
              10 DT-OPEN        PIC 9(07) COMP.                         00159000
              10 DT-HIRE        PIC 9(07) COMP.                         00160000
              10 DT-REHIRE      PIC 9(07) COMP.                         00161000
              10 DT-TERM        PIC 9(07) COMP.                         00162000
              10 DT-LVST        PIC 9(07) COMP.                         00163000
              10 DT-LVRT        PIC 9(07) COMP.                         00164000
              10 DT-XIN         PIC 9(07) COMP.                         00165000
              10 DT-XOUT        PIC 9(07) COMP.                         00166000
              10 DT-REMOV       PIC 9(07) COMP.                         00167000
              10 DT-CLOSE       PIC 9(07) COMP.                         00168000
              10 DT-OPEN12      PIC 9(07) COMP.                         00169000
              10 DT-TERM12      PIC 9(07) COMP.                         00170000
                                                                        00171000
       01 WS-TOTALS.                                                    00172000
           05 TT-OPEN           PIC 9(07) COMP VALUE ZERO.              00173000
           05 TT-HIRE           PIC 9(07) COMP VALUE ZERO.              00174000
           05 TT-REHIRE         PIC 9(07) COMP VALUE ZERO.              00175000
           05 TT-TERM           PIC 9(07) COMP VALUE ZERO.              00176000
           05 TT-LVST           PIC 9(07) COMP VALUE ZERO.              00177000
           05 TT-LVRT           PIC 9(07) COMP VALUE ZERO.              00178000
           05 TT-XIN            PIC 9(07) COMP VALUE ZERO.              00179000
           05 TT-XOUT           PIC 9(07) COMP VALUE ZERO.              00180000
           05 TT-REMOV          PIC 9(07) COMP VALUE ZERO.              00181000
           05 TT-CLOSE          PIC 9(07) COMP VALUE ZERO.              00182000
           05 TT-OPEN12         PIC 9(07) COMP VALUE ZERO.              00183000
           05 TT-TERM12         PIC 9(07) COMP VALUE ZERO.              00184000
                                                                        00185000
       01 WS-RPT-TITLE.                                                 00186000
           05 FILLER    PIC X(55) VALUE                                 00187000
              'MONTHLY TURNOVER AND ATTRITION BY DEPARTMENT'.           00188000
           05 FILLER    PIC X(25) VALUE SPACES.                         00189000
       01 WS-RPT-MONTHLN.                                               00190000
           05 FILLER              PIC X(14) VALUE 'REPORT MONTH: '.     00191000
           05 RPT-P-MONTH         PIC X(07).                            00192000
           05 FILLER              PIC X(27) VALUE                       00193000
              '   ROLLING 12 MONTHS FROM: '.                            00194000
           05 RPT-P-YEAR-START    PIC X(10).                            00195000
           05 FILLER              PIC X(22) VALUE SPACES.               00196000
       01 WS-RPT-SECTHDG.                                               00197000
           05 RPT-H-TEXT          PIC X(80).                            00198000
       01 WS-TO-COLHDG1.                                                00199000
           05 FILLER    PIC X(60) VALUE                                 00200000
              'DEPT DEPT-NAME'.                                         00201000
           05 FILLER    PIC X(20) VALUE SPACES.                         00202000
       01 WS-TO-COLHDG2.                                                00203000
           05 FILLER    PIC X(41) VALUE                                 00204000
              '       OPEN  HIRE REHIR  TERM LV-ST LV-RT'.              00205000
           05 FILLER    PIC X(39) VALUE                                 00206000
              ' XF-IN XFOUT REMOV  CLOSE  TURN%  12MO%'.                00207000
       01 WS-TO-NAMELN.                                                 00208000
           05 TO-N-DEPT-CD        PIC X(04).                            00209000
           05 FILLER              PIC X(01) VALUE SPACES.               00210000
           05 TO-N-DEPT-NAME      PIC X(30).                            00211000
           05 FILLER              PIC X(02) VALUE SPACES.               00212000
           05 TO-N-FLAG           PIC X(20).                            00213000
           05 FILLER              PIC X(23) VALUE SPACES.               00214000
       01 WS-TO-DETAIL.                                                 00215000
           05 FILLER              PIC X(04) VALUE SPACES.               00216000
           05 TO-D-OPEN           PIC ZZZZZZ9.                          00217000
           05 TO-D-HIRE           PIC ZZZZZ9.                           00218000
           05 TO-D-REHIRE         PIC ZZZZZ9.                           00219000
           05 TO-D-TERM           PIC ZZZZZ9.                           00220000
           05 TO-D-LVST           PIC ZZZZZ9.                           00221000
           05 TO-D-LVRT           PIC ZZZZZ9.                           00222000
           05 TO-D-XIN            PIC ZZZZZ9.                           00223000
           05 TO-D-XOUT           PIC ZZZZZ9.                           00224000
           05 TO-D-REMOV          PIC ZZZZZ9.                           00225000
           05 TO-D-CLOSE          PIC ZZZZZZ9.                          00226000
           05 TO-D-RATE           PIC ZZZ9.99.                          00227000
           05 TO-D-RATE12         PIC ZZZ9.99.                          00228000
       01 WS-RPT-SUMMARY.                                               00229000
           05 RPT-S-LABEL         PIC X(40).                            00230000
           05 RPT-S-COUNT         PIC -9(9).                            00231000
           05 FILLER              PIC X(30) VALUE SPACES.               00232000
       01 WS-RPT-RECON.                                                 00233000
           05 RPT-R-TEXT          PIC X(80).                            00234000
       01 WS-RPT-MSG.                                                   00235000
           05 RPT-M-TEXT          PIC X(80).                            00236000
       LINKAGE SECTION.                                                 00237000
                                                                        00238000
       PROCEDURE DIVISION.                                              00239000
       A-PARA.                                                          00240000
           DISPLAY 'CBLDB2T'.                                           00241000
                                                                        00242000
           OPEN OUTPUT REPT-FILE.                                       00243000
           IF WS-REPTSTAT NOT = '00'                                    00244000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00245000
              MOVE 210 TO ABEND-CODE                                    00246000
              CALL 'CEE3ABD' USING ABEND-CODE                           00247000
           END-IF.                                                      00248000
                                                                        00249000
           PERFORM P-PARA THRU P-EXIT.                                  00250000
                                                                        00251000
           EXEC SQL                                                     00252000
              DECLARE DEPTLST-CSR CURSOR FOR                            00253000
              SELECT DEPT_CD, DEPT_NAME                                 00254000
              FROM DEPTMAST                                             00255000
              ORDER BY DEPT_CD                                          00256000
           END-EXEC.                                                    00257000
                                                                        00258000
           EXEC SQL                                                     00259000
              DECLARE VERSION-CSR CURSOR FOR                            00260000
              SELECT EMPLOYEE_ID, EFF_TO_TS, DEPT_CD, EMP_STATUS,       00261000
                     STAT_EFF_DATE, HIRE_DATE, 'H'                      00262000
              FROM PERSNLHST                                            00263000
              UNION ALL                                                 00264000
              SELECT EMPLOYEE_ID, '9999-12-31-23.59.59.999999',         00265000
                     DEPT_CD, EMP_STATUS, STAT_EFF_DATE, HIRE_DATE,     00266000
                     'C'                                                00267000
              FROM PERSNLDTL                                            00268000
              ORDER BY 1, 2                                             00269000
           END-EXEC.                                                    00270000
                                                                        00271000
           PERFORM C-PARA THRU C-EXIT.                                  00272000
           PERFORM L-PARA THRU L-EXIT.                                  00273000
           PERFORM M-PARA THRU M-EXIT.                                  00274000
           PERFORM D-PARA THRU D-EXIT.                                  00275000
                                                                        00276000
           CLOSE REPT-FILE.                                             00277000
                                                                        00278000
           STOP RUN.                                                    00279000
       A-EXIT.                                                          00280000
           EXIT.                                                        00281000
                                                                        00282000
      *---------------------------------------------------------------- 00283000
      * P-PARA - OPTIONAL REPORT MONTH 'YYYY-MM'. NO PARM MEANS THE     00284000
      * MONTH JUST ENDED. THE MONTH AND THE TWELVE-MONTH WINDOW ARE     00285000
      * KEPT AS START DATES (FIRST OF THE MONTH) SO EVERY TEST IS A     00286000
      * SIMPLE 'BEFORE THE CUTOFF' COMPARE ON YYYY-MM-DD STRINGS.       00287000
      *---------------------------------------------------------------- 00288000
       P-PARA.                                                          00289000
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.                      00290000
           MOVE WS-TODAY-YYYY TO WS-CALC-YYYY.                          00291000
           MOVE WS-TODAY-MM TO WS-CALC-MM.                              00292000
           IF WS-CALC-MM = 1                                            00293000
              MOVE 12 TO WS-CALC-MM                                     00294000
              SUBTRACT 1 FROM WS-CALC-YYYY                              00295000
           ELSE                                                         00296000
              SUBTRACT 1 FROM WS-CALC-MM                                00297000
           END-IF.                                                      00298000
                                                                        00299000
           OPEN INPUT PARM-FILE.                                        00300000
           IF WS-PRMSTAT NOT = '00'                                     00301000
              DISPLAY 'NO PARM FILE - PRIOR MONTH REPORTED'             00302000
              GO TO P-010-WINDOW                                        00303000
           END-IF.                                                      00304000
                                                                        00305000
           READ PARM-FILE INTO PARM-REC                                 00306000
               AT END                                                   00307000
                   DISPLAY 'EMPTY PARM FILE - PRIOR MONTH REPORTED'     00308000
                   CLOSE PARM-FILE                                      00309000
                   GO TO P-010-WINDOW                                   00310000
           END-READ.                                                    00311000
           CLOSE PARM-FILE.                                             00312000
                                                                        00313000
           MOVE ZERO TO WS-FIELD-COUNT.                                 00314000
           MOVE SPACES TO WS-MONTH-PARM.                                00315000
           UNSTRING PARM-REC DELIMITED BY ',' OR SPACE                  00316000
              INTO WS-MONTH-PARM                                        00317000
              TALLYING IN WS-FIELD-COUNT                                00318000
           END-UNSTRING.                                                00319000
                                                                        00320000
           IF WS-FIELD-COUNT NOT = 1                                    00321000
              DISPLAY 'PARM RECORD FIELD COUNT WRONG'                   00322000
              MOVE 211 TO ABEND-CODE                                    00323000
              CALL 'CEE3ABD' USING ABEND-CODE                           00324000
           END-IF.                                                      00325000
                                                                        00326000
           IF WS-PRM-DASH NOT = '-'                                     00327000
              OR WS-PRM-YYYY NOT NUMERIC                                00328000
              OR WS-PRM-MM NOT NUMERIC                                  00329000
              OR WS-PRM-MM < '01' OR WS-PRM-MM > '12'                   00330000
              DISPLAY 'REPORT MONTH NOT YYYY-MM:'WS-MONTH-PARM          00331000
              MOVE 212 TO ABEND-CODE                                    00332000
              CALL 'CEE3ABD' USING ABEND-CODE                           00333000
           END-IF.                                                      00334000
           MOVE WS-PRM-YYYY TO WS-CALC-YYYY.                            00335000
           MOVE WS-PRM-MM TO WS-CALC-MM.                                00336000
       P-010-WINDOW.                                                    00337000
           MOVE WS-CALC-YYYY TO WS-RPT-MONTH-YYYY.                      00338000
           MOVE WS-CALC-MM TO WS-RPT-MONTH-MM.                          00339000
           MOVE WS-CALC-YYYY TO WS-BLD-YYYY.                            00340000
           MOVE WS-CALC-MM TO WS-BLD-MM.                                00341000
           MOVE WS-DATE-BLD TO WS-MONTH-START.                          00342000
                                                                        00343000
           IF WS-CALC-MM = 12                                           00344000
              COMPUTE WS-BLD-YYYY = WS-CALC-YYYY + 1                    00345000
              MOVE 1 TO WS-BLD-MM                                       00346000
           ELSE                                                         00347000
              MOVE WS-CALC-YYYY TO WS-BLD-YYYY                          00348000
              COMPUTE WS-BLD-MM = WS-CALC-MM + 1                        00349000
           END-IF.                                                      00350000
           MOVE WS-DATE-BLD TO WS-NEXT-START.                           00351000
                                                                        00352000
           IF WS-CALC-MM = 12                                           00353000
              MOVE WS-CALC-YYYY TO WS-BLD-YYYY                          00354000
              MOVE 1 TO WS-BLD-MM                                       00355000
           ELSE                                                         00356000
              COMPUTE WS-BLD-YYYY = WS-CALC-YYYY - 1                    00357000
              COMPUTE WS-BLD-MM = WS-CALC-MM + 1                        00358000
           END-IF.                                                      00359000
           MOVE WS-DATE-BLD TO WS-YEAR-START.                           00360000
                                                                        00361000
           DISPLAY 'REPORT MONTH: 'WS-RPT-MONTH' FROM 'WS-MONTH-START   00362000
              ' TO 'WS-NEXT-START' 12-MO FROM 'WS-YEAR-START.           00363000
       P-EXIT.                                                          00364000
           EXIT.                                                        00365000
                                                                        00366000
       C-PARA.                                                          00367000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00368000
           WRITE REPT-REC.                                              00369000
           MOVE WS-RPT-MONTH TO RPT-P-MONTH.                            00370000
           MOVE WS-YEAR-START TO RPT-P-YEAR-START.                      00371000
           MOVE WS-RPT-MONTHLN TO REPT-REC.                             00372000
           WRITE REPT-REC.                                              00373000
           MOVE SPACES TO REPT-REC.                                     00374000
           WRITE REPT-REC.                                              00375000
           MOVE 'HEADCOUNT = EMPLOYEES ON THE BOOKS (STATUS A OR L)'    00376000
              TO RPT-H-TEXT.                                            00377000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00378000
           WRITE REPT-REC.                                              00379000
           MOVE 'TURN% = TERMS / AVERAGE OF OPENING AND CLOSING'        00380000
              TO RPT-H-TEXT.                                            00381000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00382000
           WRITE REPT-REC.                                              00383000
           MOVE SPACES TO REPT-REC.                                     00384000
           WRITE REPT-REC.                                              00385000
           MOVE WS-TO-COLHDG1 TO REPT-REC.                              00386000
           WRITE REPT-REC.                                              00387000
           MOVE WS-TO-COLHDG2 TO REPT-REC.                              00388000
           WRITE REPT-REC.                                              00389000
           MOVE SPACES TO REPT-REC.                                     00390000
           WRITE REPT-REC.                                              00391000
       C-EXIT.                                                          00392000
           EXIT.                                                        00393000
                                                                        00394000
      *---------------------------------------------------------------- 00395000
      * L-PARA - SEED THE DEPARTMENT TABLE FROM DEPTMAST IN DEPT_CD     00396000
      * ORDER SO THE REPORT PRINTS IN THAT ORDER. A DEPT_CD FOUND       00397000
      * ONLY IN THE EMPLOYEE DATA IS ADDED AT THE END BY K-PARA.        00398000
      *---------------------------------------------------------------- 00399000
       L-PARA.                                                          00400000
           EXEC SQL                                                     00401000
              OPEN DEPTLST-CSR                                          00402000
           END-EXEC.                                                    00403000
           PERFORM V-PARA THRU V-EXIT.                                  00404000
                                                                        00405000
           MOVE 'N' TO WS-EOF-SW.                                       00406000
           PERFORM L-010-FETCH THRU L-010-EXIT                          00407000
              UNTIL WS-EOF-YES.                                         00408000
                                                                        00409000
           EXEC SQL                                                     00410000
              CLOSE DEPTLST-CSR                                         00411000
           END-EXEC.                                                    00412000
       L-EXIT.                                                          00413000
           EXIT.                                                        00414000
                                                                        00415000
       L-010-FETCH.                                                     00416000
           EXEC SQL                                                     00417000
              FETCH DEPTLST-CSR                                         00418000
              INTO :WS-DEPT-CD, :WS-DEPT-NAME                           00419000
           END-EXEC.                                                    00420000
                                                                        00421000
           MOVE SQLCODE TO WS-SQLCD.                                    00422000
           EVALUATE WS-SQLCD                                            00423000
              WHEN +100                                                 00424000
                 MOVE 'Y' TO WS-EOF-SW                                  00425000
                 GO TO L-010-EXIT                                       00426000
              WHEN ZERO                                                 00427000
                 CONTINUE                                               00428000
              WHEN OTHER                                                00429000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00430000
                 MOVE 202 TO ABEND-CODE                                 00431000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00432000
           END-EVALUATE.                                                00433000
                                                                        00434000
           MOVE WS-DEPT-CD TO WS-TALLY-DEPT-CD.                         00435000
           PERFORM K-010-ADD THRU K-010-EXIT.                           00436000
           MOVE WS-DEPT-NAME TO DT-DEPT-NAME (DT-IX).                   00437000
       L-010-EXIT.                                                      00438000
           EXIT.                                                        00439000
                                                                        00440000
      *---------------------------------------------------------------- 00441000
      * M-PARA - WALK EVERY VERSION OF EVERY EMPLOYEE (BEFORE-IMAGES    00442000
      * IN THE ORDER THEY WERE TAKEN, THEN THE CURRENT ROW) AND         00443000
      * EVALUATE EACH EMPLOYEE ON THE CONTROL BREAK.                    00444000
      *---------------------------------------------------------------- 00445000
       M-PARA.                                                          00446000
           EXEC SQL                                                     00447000
              OPEN VERSION-CSR                                          00448000
           END-EXEC.                                                    00449000
           PERFORM V-PARA THRU V-EXIT.                                  00450000
                                                                        00451000
           MOVE 'N' TO WS-EOF-SW.                                       00452000
           MOVE ZERO TO WS-VER-COUNT.                                   00453000
           PERFORM M-010-FETCH THRU M-010-EXIT                          00454000
              UNTIL WS-EOF-YES.                                         00455000
                                                                        00456000
           EXEC SQL                                                     00457000
              CLOSE VERSION-CSR                                         00458000
           END-EXEC.                                                    00459000
                                                                        00460000
           IF WS-VER-COUNT > ZERO                                       00461000
              PERFORM E-PARA THRU E-EXIT                                00462000
           END-IF.                                                      00463000
       M-EXIT.                                                          00464000
           EXIT.                                                        00465000
                                                                        00466000
       M-010-FETCH.                                                     00467000
           EXEC SQL                                                     00468000
              FETCH VERSION-CSR                                         00469000
              INTO :WS-EMPLOYEE-ID, :WS-SEQ-TS, :WS-DEPT-CD,            00470000
                   :WS-EMP-STATUS, :WS-STAT-EFF-DATE, :WS-HIRE-DATE,    00471000
                   :WS-ROW-SRC                                          00472000
           END-EXEC.                                                    00473000
                                                                        00474000
           MOVE SQLCODE TO WS-SQLCD.                                    00475000
           EVALUATE WS-SQLCD                                            00476000
              WHEN +100                                                 00477000
                 MOVE 'Y' TO WS-EOF-SW                                  00478000
                 GO TO M-010-EXIT                                       00479000
              WHEN ZERO                                                 00480000
                 CONTINUE                                               00481000
              WHEN OTHER                                                00482000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00483000
                 MOVE 202 TO ABEND-CODE                                 00484000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00485000
           END-EVALUATE.                                                00486000
                                                                        00487000
           IF WS-ROW-SRC = 'H'                                          00488000
              ADD 1 TO WS-HST-ROW-COUNT                                 00489000
           ELSE                                                         00490000
              ADD 1 TO WS-CUR-ROW-COUNT                                 00491000
           END-IF.                                                      00492000
                                                                        00493000
           IF WS-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID                  00494000
              AND WS-VER-COUNT > ZERO                                   00495000
              PERFORM E-PARA THRU E-EXIT                                00496000
              MOVE ZERO TO WS-VER-COUNT                                 00497000
           END-IF.                                                      00498000
           MOVE WS-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID.                  00499000
                                                                        00500000
           IF WS-VER-COUNT NOT LESS THAN WS-VER-MAX                     00501000
              DISPLAY 'VERSION TABLE FULL - EMPLOYEE:'WS-EMPLOYEE-ID    00502000
              MOVE 221 TO ABEND-CODE                                    00503000
              CALL 'CEE3ABD' USING ABEND-CODE                           00504000
           END-IF.                                                      00505000
           ADD 1 TO WS-VER-COUNT.                                       00506000
           SET VR-IX TO WS-VER-COUNT.                                   00507000
           MOVE WS-DEPT-CD TO VR-DEPT-CD (VR-IX).                       00508000
           MOVE WS-EMP-STATUS TO VR-EMP-STATUS (VR-IX).                 00509000
           MOVE WS-STAT-EFF-DATE TO VR-STAT-EFF-DATE (VR-IX).           00510000
           MOVE WS-HIRE-DATE TO VR-HIRE-DATE (VR-IX).                   00511000
           MOVE WS-ROW-SRC TO VR-ROW-SRC (VR-IX).                       00512000
           IF WS-ROW-SRC = 'H'                                          00513000
              MOVE WS-SEQ-DATE TO VR-TO-DATE (VR-IX)                    00514000
           ELSE                                                         00515000
              MOVE SPACES TO VR-TO-DATE (VR-IX)                         00516000
           END-IF.                                                      00517000
       M-010-EXIT.                                                      00518000
           EXIT.                                                        00519000
                                                                        00520000
      *---------------------------------------------------------------- 00521000
      * E-PARA - ONE EMPLOYEE. DATE THE VERSIONS, TAKE THE OPENING,     00522000
      * TWELVE-MONTH OPENING AND CLOSING STATES, THEN CLASSIFY EACH     00523000
      * CHANGE THAT TOOK EFFECT INSIDE THE WINDOWS.                     00524000
      *---------------------------------------------------------------- 00525000
       E-PARA.                                                          00526000
           ADD 1 TO WS-EMP-COUNT.                                       00527000
                                                                        00528000
           PERFORM E-010-START THRU E-010-EXIT                          00529000
              VARYING VR-IX FROM 1 BY 1                                 00530000
              UNTIL VR-IX > WS-VER-COUNT.                               00531000
                                                                        00532000
           SET VR-IX TO WS-VER-COUNT.                                   00533000
           MOVE SPACES TO WS-GONE-DATE.                                 00534000
           IF VR-ROW-SRC (VR-IX) = 'H'                                  00535000
              MOVE VR-TO-DATE (VR-IX) TO WS-GONE-DATE                   00536000
              IF WS-GONE-DATE < VR-START-DATE (VR-IX)                   00537000
                 MOVE VR-START-DATE (VR-IX) TO WS-GONE-DATE             00538000
              END-IF                                                    00539000
           END-IF.                                                      00540000
                                                                        00541000
           MOVE WS-MONTH-START TO WS-CUTOFF-DATE.                       00542000
           PERFORM E-020-STATE THRU E-020-EXIT.                         00543000
           IF WS-ON-BOOKS                                               00544000
              MOVE WS-STATE-DEPT-CD TO WS-TALLY-DEPT-CD                 00545000
              PERFORM K-PARA THRU K-EXIT                                00546000
              ADD 1 TO DT-OPEN (DT-IX)                                  00547000
           END-IF.                                                      00548000
                                                                        00549000
           MOVE WS-YEAR-START TO WS-CUTOFF-DATE.                        00550000
           PERFORM E-020-STATE THRU E-020-EXIT.                         00551000
           IF WS-ON-BOOKS                                               00552000
              MOVE WS-STATE-DEPT-CD TO WS-TALLY-DEPT-CD                 00553000
              PERFORM K-PARA THRU K-EXIT                                00554000
              ADD 1 TO DT-OPEN12 (DT-IX)                                00555000
           END-IF.                                                      00556000
                                                                        00557000
           MOVE WS-NEXT-START TO WS-CUTOFF-DATE.                        00558000
           PERFORM E-020-STATE THRU E-020-EXIT.                         00559000
           IF WS-ON-BOOKS                                               00560000
              MOVE WS-STATE-DEPT-CD TO WS-TALLY-DEPT-CD                 00561000
              PERFORM K-PARA THRU K-EXIT                                00562000
              ADD 1 TO DT-CLOSE (DT-IX)                                 00563000
           END-IF.                                                      00564000
                                                                        00565000
           PERFORM E-030-EVENT THRU E-030-EXIT                          00566000
              VARYING VR-IX FROM 1 BY 1                                 00567000
              UNTIL VR-IX > WS-VER-COUNT.                               00568000
                                                                        00569000
           IF WS-GONE-DATE NOT = SPACES                                 00570000
              AND WS-GONE-DATE NOT < WS-MONTH-START                     00571000
              AND WS-GONE-DATE < WS-NEXT-START                          00572000
              SET VR-IX TO WS-VER-COUNT                                 00573000
              IF VR-EMP-STATUS (VR-IX) = 'A'                            00574000
                 OR VR-EMP-STATUS (VR-IX) = 'L'                         00575000
                 MOVE VR-DEPT-CD (VR-IX) TO WS-TALLY-DEPT-CD            00576000
                 PERFORM K-PARA THRU K-EXIT                             00577000
                 ADD 1 TO DT-REMOV (DT-IX)                              00578000
              END-IF                                                    00579000
           END-IF.                                                      00580000
       E-EXIT.                                                          00581000
           EXIT.                                                        00582000
                                                                        00583000
      *---------------------------------------------------------------- 00584000
      * E-010-START - THE DATE VERSION VR-IX TOOK EFFECT. NEVER         00585000
      * EARLIER THAN THE VERSION BEFORE IT.                             00586000
      *---------------------------------------------------------------- 00587000
       E-010-START.                                                     00588000
           IF VR-IX = 1                                                 00589000
              MOVE VR-HIRE-DATE (VR-IX) TO VR-START-DATE (VR-IX)        00590000
              GO TO E-010-EXIT                                          00591000
           END-IF.                                                      00592000
                                                                        00593000
           SET VP-IX TO VR-IX.                                          00594000
           SET VP-IX DOWN BY 1.                                         00595000
           IF VR-EMP-STATUS (VR-IX) NOT = VR-EMP-STATUS (VP-IX)         00596000
              MOVE VR-STAT-EFF-DATE (VR-IX) TO VR-START-DATE (VR-IX)    00597000
           ELSE                                                         00598000
              MOVE VR-TO-DATE (VP-IX) TO VR-START-DATE (VR-IX)          00599000
           END-IF.                                                      00600000
           IF VR-START-DATE (VR-IX) < VR-START-DATE (VP-IX)             00601000
              MOVE VR-START-DATE (VP-IX) TO VR-START-DATE (VR-IX)       00602000
           END-IF.                                                      00603000
       E-010-EXIT.                                                      00604000
           EXIT.                                                        00605000
                                                                        00606000
      *---------------------------------------------------------------- 00607000
      * E-020-STATE - WAS THE EMPLOYEE ON THE BOOKS JUST BEFORE         00608000
      * WS-CUTOFF-DATE, AND IN WHICH DEPARTMENT.                        00609000
      *---------------------------------------------------------------- 00610000
       E-020-STATE.                                                     00611000
           MOVE 'N' TO WS-ON-BOOKS-SW.                                  00612000
           MOVE SPACES TO WS-STATE-DEPT-CD.                             00613000
           MOVE ZERO TO WS-STATE-IX.                                    00614000
           PERFORM E-025-FIND THRU E-025-EXIT                           00615000
              VARYING VR-IX FROM 1 BY 1                                 00616000
              UNTIL VR-IX > WS-VER-COUNT.                               00617000
                                                                        00618000
           IF WS-STATE-IX = ZERO                                        00619000
              GO TO E-020-EXIT                                          00620000
           END-IF.                                                      00621000
           IF WS-GONE-DATE NOT = SPACES                                 00622000
              AND WS-GONE-DATE < WS-CUTOFF-DATE                         00623000
              GO TO E-020-EXIT                                          00624000
           END-IF.                                                      00625000
           SET VR-IX TO WS-STATE-IX.                                    00626000
           IF VR-EMP-STATUS (VR-IX) = 'A'                               00627000
              OR VR-EMP-STATUS (VR-IX) = 'L'                            00628000
              MOVE 'Y' TO WS-ON-BOOKS-SW                                00629000
              MOVE VR-DEPT-CD (VR-IX) TO WS-STATE-DEPT-CD               00630000
           END-IF.                                                      00631000
       E-020-EXIT.                                                      00632000
           EXIT.                                                        00633000
                                                                        00634000
       E-025-FIND.                                                      00635000
           IF VR-START-DATE (VR-IX) < WS-CUTOFF-DATE                    00636000
              SET WS-STATE-IX TO VR-IX                                  00637000
           END-IF.                                                      00638000
       E-025-EXIT.                                                      00639000
           EXIT.                                                        00640000
                                                                        00641000
      *---------------------------------------------------------------- 00642000
      * E-030-EVENT - CLASSIFY THE CHANGE INTO VERSION VR-IX WHEN IT    00643000
      * TOOK EFFECT IN THE REPORT MONTH (OR, FOR TERMINATIONS, IN       00644000
      * THE TWELVE-MONTH WINDOW).                                       00645000
      *---------------------------------------------------------------- 00646000
       E-030-EVENT.                                                     00647000
           IF VR-START-DATE (VR-IX) < WS-YEAR-START                     00648000
              OR VR-START-DATE (VR-IX) NOT < WS-NEXT-START              00649000
              GO TO E-030-EXIT                                          00650000
           END-IF.                                                      00651000
                                                                        00652000
           MOVE 'N' TO WS-CUR-EMP-SW.                                   00653000
           IF VR-EMP-STATUS (VR-IX) = 'A'                               00654000
              OR VR-EMP-STATUS (VR-IX) = 'L'                            00655000
              MOVE 'Y' TO WS-CUR-EMP-SW                                 00656000
           END-IF.                                                      00657000
           MOVE 'N' TO WS-PREV-EMP-SW.                                  00658000
           IF VR-IX > 1                                                 00659000
              SET VP-IX TO VR-IX                                        00660000
              SET VP-IX DOWN BY 1                                       00661000
              IF VR-EMP-STATUS (VP-IX) = 'A'                            00662000
                 OR VR-EMP-STATUS (VP-IX) = 'L'                         00663000
                 MOVE 'Y' TO WS-PREV-EMP-SW                             00664000
              END-IF                                                    00665000
           END-IF.                                                      00666000
                                                                        00667000
           IF WS-PREV-EMPLOYED AND NOT WS-CUR-EMPLOYED                  00668000
              MOVE VR-DEPT-CD (VP-IX) TO WS-TALLY-DEPT-CD               00669000
              PERFORM K-PARA THRU K-EXIT                                00670000
              ADD 1 TO DT-TERM12 (DT-IX)                                00671000
           END-IF.                                                      00672000
                                                                        00673000
           IF VR-START-DATE (VR-IX) < WS-MONTH-START                    00674000
              GO TO E-030-EXIT                                          00675000
           END-IF.                                                      00676000
                                                                        00677000
           MOVE VR-DEPT-CD (VR-IX) TO WS-TALLY-DEPT-CD.                 00678000
           IF VR-IX = 1                                                 00679000
              IF WS-CUR-EMPLOYED                                        00680000
                 PERFORM K-PARA THRU K-EXIT                             00681000
                 ADD 1 TO DT-HIRE (DT-IX)                               00682000
              END-IF                                                    00683000
              GO TO E-030-EXIT                                          00684000
           END-IF.                                                      00685000
                                                                        00686000
           IF WS-PREV-EMPLOYED AND NOT WS-CUR-EMPLOYED                  00687000
              MOVE VR-DEPT-CD (VP-IX) TO WS-TALLY-DEPT-CD               00688000
              PERFORM K-PARA THRU K-EXIT                                00689000
              ADD 1 TO DT-TERM (DT-IX)                                  00690000
              GO TO E-030-EXIT                                          00691000
           END-IF.                                                      00692000
                                                                        00693000
           IF WS-CUR-EMPLOYED AND NOT WS-PREV-EMPLOYED                  00694000
              PERFORM K-PARA THRU K-EXIT                                00695000
              ADD 1 TO DT-REHIRE (DT-IX)                                00696000
              GO TO E-030-EXIT                                          00697000
           END-IF.                                                      00698000
                                                                        00699000
           IF NOT WS-CUR-EMPLOYED                                       00700000
              GO TO E-030-EXIT                                          00701000
           END-IF.                                                      00702000
                                                                        00703000
           IF VR-DEPT-CD (VR-IX) NOT = VR-DEPT-CD (VP-IX)               00704000
              PERFORM K-PARA THRU K-EXIT                                00705000
              ADD 1 TO DT-XIN (DT-IX)                                   00706000
              MOVE VR-DEPT-CD (VP-IX) TO WS-TALLY-DEPT-CD               00707000
              PERFORM K-PARA THRU K-EXIT                                00708000
              ADD 1 TO DT-XOUT (DT-IX)                                  00709000
              MOVE VR-DEPT-CD (VR-IX) TO WS-TALLY-DEPT-CD               00710000
           END-IF.                                                      00711000
                                                                        00712000
           IF VR-EMP-STATUS (VP-IX) = 'A'                               00713000
              AND VR-EMP-STATUS (VR-IX) = 'L'                           00714000
              PERFORM K-PARA THRU K-EXIT                                00715000
              ADD 1 TO DT-LVST (DT-IX)                                  00716000
           END-IF.                                                      00717000
           IF VR-EMP-STATUS (VP-IX) = 'L'                               00718000
              AND VR-EMP-STATUS (VR-IX) = 'A'                           00719000
              PERFORM K-PARA THRU K-EXIT                                00720000
              ADD 1 TO DT-LVRT (DT-IX)                                  00721000
           END-IF.                                                      00722000
       E-030-EXIT.                                                      00723000
           EXIT.                                                        00724000
                                                                        00725000
      *---------------------------------------------------------------- 00726000
      * K-PARA - FIND OR ADD THE DEPARTMENT TALLY ENTRY FOR             00727000
      * WS-TALLY-DEPT-CD, LEAVING DT-IX POSITIONED ON IT.               00728000
      *---------------------------------------------------------------- 00729000
       K-PARA.                                                          00730000
           SET DT-IX TO 1.                                              00731000
           IF WS-DEPT-COUNT > ZERO                                      00732000
              SEARCH WS-DEPT-ENTRY                                      00733000
                 AT END                                                 00734000
                    PERFORM K-010-ADD THRU K-010-EXIT                   00735000
                    MOVE '(NOT ON DEPTMAST)' TO DT-DEPT-NAME (DT-IX)    00736000
                 WHEN DT-DEPT-CD (DT-IX) = WS-TALLY-DEPT-CD             00737000
                    CONTINUE                                            00738000
              END-SEARCH                                                00739000
           ELSE                                                         00740000
              PERFORM K-010-ADD THRU K-010-EXIT                         00741000
              MOVE '(NOT ON DEPTMAST)' TO DT-DEPT-NAME (DT-IX)          00742000
           END-IF.                                                      00743000
       K-EXIT.                                                          00744000
           EXIT.                                                        00745000
                                                                        00746000
       K-010-ADD.                                                       00747000
           IF WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX                   00748000
              DISPLAY 'DEPARTMENT TABLE FULL - LIMIT:'WS-DEPT-MAX       00749000
              MOVE 220 TO ABEND-CODE                                    00750000
              CALL 'CEE3ABD' USING ABEND-CODE                           00751000
           END-IF.                                                      00752000
           ADD 1 TO WS-DEPT-COUNT.                                      00753000
           SET DT-IX TO WS-DEPT-COUNT.                                  00754000
           MOVE WS-TALLY-DEPT-CD TO DT-DEPT-CD (DT-IX).                 00755000
           MOVE SPACES TO DT-DEPT-NAME (DT-IX).                         00756000
           MOVE ZERO TO DT-OPEN (DT-IX).                                00757000
           MOVE ZERO TO DT-HIRE (DT-IX).                                00758000
           MOVE ZERO TO DT-REHIRE (DT-IX).                              00759000
           MOVE ZERO TO DT-TERM (DT-IX).                                00760000
           MOVE ZERO TO DT-LVST (DT-IX).                                00761000
           MOVE ZERO TO DT-LVRT (DT-IX).                                00762000
           MOVE ZERO TO DT-XIN (DT-IX).                                 00763000
           MOVE ZERO TO DT-XOUT (DT-IX).                                00764000
           MOVE ZERO TO DT-REMOV (DT-IX).                               00765000
           MOVE ZERO TO DT-CLOSE (DT-IX).                               00766000
           MOVE ZERO TO DT-OPEN12 (DT-IX).                              00767000
           MOVE ZERO TO DT-TERM12 (DT-IX).                              00768000
       K-010-EXIT.                                                      00769000
           EXIT.                                                        00770000
                                                                        00771000
      *---------------------------------------------------------------- 00772000
      * D-PARA - ONE ENTRY PER DEPARTMENT WITH ANY HEADCOUNT OR         00773000
      * MOVEMENT IN EITHER WINDOW, THEN COMPANY TOTALS AND THE          00774000
      * OPENING-TO-CLOSING RECONCILIATION.                              00775000
      *---------------------------------------------------------------- 00776000
       D-PARA.                                                          00777000
           IF WS-DEPT-COUNT > ZERO                                      00778000
              PERFORM D-010-DEPT THRU D-010-EXIT                        00779000
                 VARYING DT-IX FROM 1 BY 1                              00780000
                 UNTIL DT-IX > WS-DEPT-COUNT                            00781000
           END-IF.                                                      00782000
                                                                        00783000
           MOVE SPACES TO REPT-REC.                                     00784000
           WRITE REPT-REC.                                              00785000
           MOVE 'COMPANY TOTAL' TO TO-N-DEPT-NAME.                      00786000
           MOVE SPACES TO TO-N-DEPT-CD.                                 00787000
           MOVE SPACES TO TO-N-FLAG.                                    00788000
           COMPUTE WS-BAL-COUNT = TT-OPEN + TT-HIRE + TT-REHIRE         00789000
              - TT-TERM + TT-XIN - TT-XOUT - TT-REMOV.                  00790000
           IF WS-BAL-COUNT NOT = TT-CLOSE                               00791000
              MOVE '** OUT OF BALANCE' TO TO-N-FLAG                     00792000
           END-IF.                                                      00793000
           MOVE WS-TO-NAMELN TO REPT-REC.                               00794000
           WRITE REPT-REC.                                              00795000
           MOVE TT-OPEN TO TO-D-OPEN.                                   00796000
           MOVE TT-HIRE TO TO-D-HIRE.                                   00797000
           MOVE TT-REHIRE TO TO-D-REHIRE.                               00798000
           MOVE TT-TERM TO TO-D-TERM.                                   00799000
           MOVE TT-LVST TO TO-D-LVST.                                   00800000
           MOVE TT-LVRT TO TO-D-LVRT.                                   00801000
           MOVE TT-XIN TO TO-D-XIN.                                     00802000
           MOVE TT-XOUT TO TO-D-XOUT.                                   00803000
           MOVE TT-REMOV TO TO-D-REMOV.                                 00804000
           MOVE TT-CLOSE TO TO-D-CLOSE.                                 00805000
           COMPUTE WS-AVG-HC = (TT-OPEN + TT-CLOSE) / 2.                00806000
           MOVE ZERO TO WS-RATE.                                        00807000
           IF WS-AVG-HC > ZERO                                          00808000
              COMPUTE WS-RATE ROUNDED = TT-TERM * 100 / WS-AVG-HC       00809000
           END-IF.                                                      00810000
           MOVE WS-RATE TO TO-D-RATE.                                   00811000
           COMPUTE WS-AVG-HC = (TT-OPEN12 + TT-CLOSE) / 2.              00812000
           MOVE ZERO TO WS-RATE.                                        00813000
           IF WS-AVG-HC > ZERO                                          00814000
              COMPUTE WS-RATE ROUNDED = TT-TERM12 * 100 / WS-AVG-HC     00815000
           END-IF.                                                      00816000
           MOVE WS-RATE TO TO-D-RATE12.                                 00817000
           MOVE WS-TO-DETAIL TO REPT-REC.                               00818000
           WRITE REPT-REC.                                              00819000
                                                                        00820000
           MOVE SPACES TO REPT-REC.                                     00821000
           WRITE REPT-REC.                                              00822000
           MOVE 'EMPLOYEES EVALUATED' TO RPT-S-LABEL.                   00823000
           MOVE WS-EMP-COUNT TO RPT-S-COUNT.                            00824000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00825000
           WRITE REPT-REC.                                              00826000
           MOVE 'PERSNLHST BEFORE-IMAGES READ' TO RPT-S-LABEL.          00827000
           MOVE WS-HST-ROW-COUNT TO RPT-S-COUNT.                        00828000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00829000
           WRITE REPT-REC.                                              00830000
           MOVE 'PERSNLDTL CURRENT ROWS READ' TO RPT-S-LABEL.           00831000
           MOVE WS-CUR-ROW-COUNT TO RPT-S-COUNT.                        00832000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00833000
           WRITE REPT-REC.                                              00834000
           MOVE 'DEPARTMENTS REPORTED' TO RPT-S-LABEL.                  00835000
           MOVE WS-DEPT-RPT-COUNT TO RPT-S-COUNT.                       00836000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00837000
           WRITE REPT-REC.                                              00838000
           MOVE 'TERMINATIONS IN ROLLING 12 MONTHS' TO RPT-S-LABEL.     00839000
           MOVE TT-TERM12 TO RPT-S-COUNT.                               00840000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00841000
           WRITE REPT-REC.                                              00842000
           MOVE 'HEADCOUNT AT START OF 12 MONTHS' TO RPT-S-LABEL.       00843000
           MOVE TT-OPEN12 TO RPT-S-COUNT.                               00844000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00845000
           WRITE REPT-REC.                                              00846000
           MOVE 'DEPARTMENTS OUT OF BALANCE' TO RPT-S-LABEL.            00847000
           MOVE WS-OOB-COUNT TO RPT-S-COUNT.                            00848000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00849000
           WRITE REPT-REC.                                              00850000
                                                                        00851000
           MOVE SPACES TO REPT-REC.                                     00852000
           WRITE REPT-REC.                                              00853000
           IF WS-BAL-COUNT = TT-CLOSE AND WS-OOB-COUNT = ZERO           00854000
              MOVE 'RECONCILIATION: OPENING + MOVEMENT BALANCE TO CLOSE'00855000
                 TO RPT-R-TEXT                                          00856000
           ELSE                                                         00857000
              MOVE 'RECONCILIATION: *** MISMATCH *** OPENING + MOVEMENT'00858000
                 TO RPT-R-TEXT                                          00859000
           END-IF.                                                      00860000
           MOVE WS-RPT-RECON TO REPT-REC.                               00861000
           WRITE REPT-REC.                                              00862000
           MOVE 'OPENING + MOVEMENT' TO RPT-S-LABEL.                    00863000
           MOVE WS-BAL-COUNT TO RPT-S-COUNT.                            00864000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00865000
           WRITE REPT-REC.                                              00866000
           MOVE 'CLOSING HEADCOUNT' TO RPT-S-LABEL.                     00867000
           MOVE TT-CLOSE TO RPT-S-COUNT.                                00868000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00869000
           WRITE REPT-REC.                                              00870000
       D-EXIT.                                                          00871000
           EXIT.                                                        00872000
                                                                        00873000
       D-010-DEPT.                                                      00874000
           IF DT-OPEN (DT-IX) = ZERO AND DT-CLOSE (DT-IX) = ZERO        00875000
              AND DT-OPEN12 (DT-IX) = ZERO AND DT-TERM12 (DT-IX) = ZERO 00876000
              AND DT-HIRE (DT-IX) = ZERO AND DT-REHIRE (DT-IX) = ZERO   00877000
              AND DT-XOUT (DT-IX) = ZERO AND DT-REMOV (DT-IX) = ZERO    00878000
              GO TO D-010-EXIT                                          00879000
           END-IF.                                                      00880000
                                                                        00881000
           ADD 1 TO WS-DEPT-RPT-COUNT.                                  00882000
           ADD DT-OPEN (DT-IX) TO TT-OPEN.                              00883000
           ADD DT-HIRE (DT-IX) TO TT-HIRE.                              00884000
           ADD DT-REHIRE (DT-IX) TO TT-REHIRE.                          00885000
           ADD DT-TERM (DT-IX) TO TT-TERM.                              00886000
           ADD DT-LVST (DT-IX) TO TT-LVST.                              00887000
           ADD DT-LVRT (DT-IX) TO TT-LVRT.                              00888000
           ADD DT-XIN (DT-IX) TO TT-XIN.                                00889000
           ADD DT-XOUT (DT-IX) TO TT-XOUT.                              00890000
           ADD DT-REMOV (DT-IX) TO TT-REMOV.                            00891000
           ADD DT-CLOSE (DT-IX) TO TT-CLOSE.                            00892000
           ADD DT-OPEN12 (DT-IX) TO TT-OPEN12.                          00893000
           ADD DT-TERM12 (DT-IX) TO TT-TERM12.                          00894000
                                                                        00895000
           MOVE DT-DEPT-CD (DT-IX) TO TO-N-DEPT-CD.                     00896000
           MOVE DT-DEPT-NAME (DT-IX) TO TO-N-DEPT-NAME.                 00897000
           MOVE SPACES TO TO-N-FLAG.                                    00898000
           COMPUTE WS-BAL-COUNT = DT-OPEN (DT-IX) + DT-HIRE (DT-IX)     00899000
              + DT-REHIRE (DT-IX) - DT-TERM (DT-IX)                     00900000
              + DT-XIN (DT-IX) - DT-XOUT (DT-IX) - DT-REMOV (DT-IX).    00901000
           IF WS-BAL-COUNT NOT = DT-CLOSE (DT-IX)                       00902000
              ADD 1 TO WS-OOB-COUNT                                     00903000
              MOVE '** OUT OF BALANCE' TO TO-N-FLAG                     00904000
           END-IF.                                                      00905000
           MOVE WS-TO-NAMELN TO REPT-REC.                               00906000
           WRITE REPT-REC.                                              00907000
                                                                        00908000
           MOVE DT-OPEN (DT-IX) TO TO-D-OPEN.                           00909000
           MOVE DT-HIRE (DT-IX) TO TO-D-HIRE.                           00910000
           MOVE DT-REHIRE (DT-IX) TO TO-D-REHIRE.                       00911000
           MOVE DT-TERM (DT-IX) TO TO-D-TERM.                           00912000
           MOVE DT-LVST (DT-IX) TO TO-D-LVST.                           00913000
           MOVE DT-LVRT (DT-IX) TO TO-D-LVRT.                           00914000
           MOVE DT-XIN (DT-IX) TO TO-D-XIN.                             00915000
           MOVE DT-XOUT (DT-IX) TO TO-D-XOUT.                           00916000
           MOVE DT-REMOV (DT-IX) TO TO-D-REMOV.                         00917000
           MOVE DT-CLOSE (DT-IX) TO TO-D-CLOSE.                         00918000
           COMPUTE WS-AVG-HC =                                          00919000
              (DT-OPEN (DT-IX) + DT-CLOSE (DT-IX)) / 2.                 00920000
           MOVE ZERO TO WS-RATE.                                        00921000
           IF WS-AVG-HC > ZERO                                          00922000
              COMPUTE WS-RATE ROUNDED =                                 00923000
                 DT-TERM (DT-IX) * 100 / WS-AVG-HC                      00924000
           END-IF.                                                      00925000
           MOVE WS-RATE TO TO-D-RATE.                                   00926000
           COMPUTE WS-AVG-HC =                                          00927000
              (DT-OPEN12 (DT-IX) + DT-CLOSE (DT-IX)) / 2.               00928000
           MOVE ZERO TO WS-RATE.                                        00929000
           IF WS-AVG-HC > ZERO                                          00930000
              COMPUTE WS-RATE ROUNDED =                                 00931000
                 DT-TERM12 (DT-IX) * 100 / WS-AVG-HC                    00932000
           END-IF.                                                      00933000
           MOVE WS-RATE TO TO-D-RATE12.                                 00934000
           MOVE WS-TO-DETAIL TO REPT-REC.                               00935000
           WRITE REPT-REC.                                              00936000
       D-010-EXIT.                                                      00937000
           EXIT.                                                        00938000
                                                                        00939000
       V-PARA.                                                          00940000
           MOVE SQLCODE TO WS-SQLCD.                                    00941000
           IF WS-SQLCD NOT = ZERO                                       00942000
              DISPLAY 'CURSOR OPEN FAILED - SQLCODE:'WS-SQLCD           00943000
              MOVE 201 TO ABEND-CODE                                    00944000
              CALL 'CEE3ABD' USING ABEND-CODE                           00945000
           END-IF.                                                      00946000
       V-EXIT.                                                          00947000
           EXIT.                                                        00948000
