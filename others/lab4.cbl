001210*              FIELDS MAY LEGITIMATELY BE BLANK AND THE MOVES
001220*              WOULD DE-EDIT NON-NUMERIC DATA. A W/I DETAIL
001230*              GOES OUT WITH ZERO SCORES.
001240* 10/15/26 RH  FILEMAST WIDENED FOR THE M3 MAILING ADDRESS AND
001250*              DELIVERY PREFERENCE -- LAYOUT PICKED UP HERE,
001260*              NOTHING ELSE CHANGES.
001270* 10/15/26 RH  ADDED THE MIDTERM RUN MODE. AN 'M' IN THE RUN-TYPE
001280*              BYTE OF THE FILETMPM TERM CARD (COLUMN 7) MAKES
001290*              THIS A MIDTERM PROGRESS RUN: A BLANK I3/I4/I5 IS
001300*              TAKEN AS NOT YET SCORED AND AVERAGED OUT THE SAME
001310*              WAY AS A ZERO, AND A RECORD WITH NOTHING SCORED
001320*              AT ALL IS REJECTED WITH REASON CODE MT. BLANK OR
001330*              'F' IS THE NORMAL FINAL RUN; ANYTHING ELSE STOPS
001340*              THE RUN BEFORE THE LEDGER IS TOUCHED.
001350*----------------------------------------------------------------
001360 ENVIRONMENT DIVISION.
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT IN-FILE ASSIGN TO FILEIN.
001400     SELECT OUT-FILE ASSIGN TO FILEOUT.
001410     SELECT EXCEPT-FILE ASSIGN TO FILEEXC.
001420     SELECT CKPT-FILE ASSIGN TO FILECKPT
001430         FILE STATUS IS LF2-CKPT-STATUS.
001440     SELECT MASTER-FILE ASSIGN TO FILEMAST
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS M1
001480         FILE STATUS IS LF2-MASTER-STATUS.
001490     SELECT AUDIT-FILE ASSIGN TO FILEAUDT.
001500     SELECT WEIGHT-FILE ASSIGN TO FILEWGTS
001510         FILE STATUS IS LF2-WGT-STATUS.
001520     SELECT ENROLL-FILE ASSIGN TO FILENRL
001530         FILE STATUS IS LF2-ENR-STATUS.
001540     SELECT MISSING-FILE ASSIGN TO FILEMGRP.
001550     SELECT RPARM-FILE ASSIGN TO FILERPPM
001560         FILE STATUS IS LF2-RPPM-STATUS.
001570     SELECT OLD-FILE ASSIGN TO FILEOUTO
001580         FILE STATUS IS LF2-OLD-STATUS.
001590     SELECT RUNC-FILE ASSIGN TO FILERUNC
001600         FILE STATUS IS LF2-RUNC-STATUS.
001610     SELECT TPARM-FILE ASSIGN TO FILETMPM
001620         FILE STATUS IS LF2-TMPM-STATUS.
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  IN-FILE LABEL RECORD IS STANDARD.
001660 01  IN-RECORD.
001670     02  I0 PIC 99.
001680     02  I1 PIC 9(6).
001690     02  I2 PIC X(12).
001700     02  I3 PIC 99V99.
001710     02  I4 PIC 99V99.
001720     02  I5 PIC 99V99.
001730     02  I6 PIC X(50).
001740     02  I7 PIC X(01).
001750 01  IN-SCORES.
001760     02  FILLER PIC X(20).
001770     02  I3X PIC X(04).
001780     02  I4X PIC X(04).
001790     02  I5X PIC X(04).
001800     02  FILLER PIC X(51).
001810 FD  OUT-FILE LABEL RECORD IS STANDARD.
001820 01  OUT-RECORD.
001830     02  O0 PIC 99.
001840     02  O1 PIC 9(6).
001850     02  S1 PIC XX.
001860     02  O2 PIC X(12).
001870     02  S2 PIC XX.
001880     02  O3 PIC 99.99.
001890     02  S3 PIC XX.
001900     02  O4 PIC 99.99.
001910     02  S4 PIC XX.
001920     02  O5 PIC 99.99.
001930     02  S5 PIC XX.
001940     02  O6 PIC 99.99.
001950     02  O7 PIC X(32).
001960     02  O8 PIC X(01).
001970 01  TRAILER-RECORD.
001980     02  T1 PIC X(10).
001990     02  T2 PIC 9(6).
002000     02  T3 PIC 99.99.
002010 01  SUBTOTAL-RECORD.
002020     02  SB1 PIC X(10).
002030     02  SB2 PIC 99.
002040     02  SB3 PIC 99.99.
002050 FD  EXCEPT-FILE LABEL RECORD IS STANDARD.
002060 01  EXCEPT-RECORD.
002070     02  E0 PIC 99.
002080     02  E1 PIC 9(6).
002090     02  E2 PIC X(02).
002100     02  E3 PIC X(40).
002110 FD  CKPT-FILE LABEL RECORD IS STANDARD.
002120 01  CKPT-RECORD.
002130     02  CK1 PIC 9(6).
002140     02  CK2 PIC 9(6).
002150     02  CK3 PIC 9(6)V99.
002160     02  CK4 PIC 9(6)V99.
002170     02  CK5 PIC 9(6).
002180     02  CK6 PIC 99.
002190     02  CK7 PIC X.
002200 FD  MASTER-FILE.
002210 01  MASTER-RECORD.
002220     02  M1 PIC 9(6).
002230     02  M2 PIC X(12).
002240     02  M3.
002250         03  M3-LINE1 PIC X(30).
002260         03  M3-LINE2 PIC X(30).
002270         03  M3-CITY PIC X(20).
002280         03  M3-STATE PIC X(02).
002290         03  M3-ZIP PIC X(10).
002300         03  M3-EMAIL PIC X(40).
002310         03  M3-PREF PIC X(01).
002320     02  FILLER PIC X(19).
002330 FD  AUDIT-FILE LABEL RECORD IS STANDARD.
002340 01  AUDIT-RECORD.
002350     02  AU0 PIC 99.
002360     02  AU1 PIC 9(6).
002370     02  AU2 PIC X(08).
002380     02  AU3 PIC 9(08).
002390     02  AU4 PIC 9(06).
002400 FD  WEIGHT-FILE LABEL RECORD IS STANDARD.
002410 01  WEIGHT-RECORD.
002420     02  W1 PIC 99.
002430     02  W2 PIC 9(03).
002440     02  W3 PIC 9(03).
002450     02  W4 PIC 9(03).
002460 FD  ENROLL-FILE LABEL RECORD IS STANDARD.
002470 01  ENROLL-RECORD.
002480     02  NR1 PIC 99.
002490     02  NR2 PIC 9(6).
002500 FD  MISSING-FILE LABEL RECORD IS OMITTED.
002510 01  MISSING-LINE PIC X(100).
002520 FD  RPARM-FILE LABEL RECORD IS STANDARD.
002530 01  RPARM-RECORD.
002540     02  PR1 PIC 99.
002550     02  FILLER PIC X(78).
002560 FD  OLD-FILE LABEL RECORD IS STANDARD.
002570 01  OLD-RECORD.
002580     02  Q0 PIC 99.
002590     02  Q1 PIC 9(6).
002600     02  FILLER PIC X(37).
002610     02  Q6 PIC 99.99.
002620     02  FILLER PIC X(32).
002630     02  Q8 PIC X(01).
002640 01  OLD-TRAILER.
002650     02  QT1 PIC X(10).
002660     02  QT2 PIC 9(6).
002670     02  QT3 PIC 99.99.
002680 01  OLD-SUBTOTAL.
002690     02  QS1 PIC X(10).
002700     02  QS2 PIC 99.
002710     02  QS3 PIC 99.99.
002720 FD  RUNC-FILE LABEL RECORD IS STANDARD.
002730 01  RUNC-RECORD.
002740     02  RU1 PIC 99.
002750     02  RU2 PIC X(08).
002760     02  RU3 PIC X(01).
002770     02  RU4 PIC 9(08).
002780     02  RU5 PIC 9(06).
002790     02  RU6 PIC 9(08).
002800     02  RU7 PIC 9(06).
002810     02  RU8 PIC 9(06).
002820 FD  TPARM-FILE LABEL RECORD IS STANDARD.
002830 01  TPARM-RECORD.
002840     02  TP1 PIC 9(06).
002850     02  TP2 PIC X(01).
002860     02  FILLER PIC X(73).
002870 WORKING-STORAGE SECTION.
002880 77  TEMP PIC 999V99.
002890 77  TEMP1 PIC 99V99.
002900 77  LF2-EOF-SW PIC X VALUE 'N'.
002910     88  LF2-EOF-YES VALUE 'Y'.
002920     88  LF2-EOF-NO  VALUE 'N'.
002930 77  LF2-VALID-SW PIC X VALUE 'Y'.
002940     88  LF2-VALID-YES VALUE 'Y'.
002950     88  LF2-VALID-NO  VALUE 'N'.
002960 77  LF2-REC-COUNT PIC 9(6) VALUE 0.
002970 77  LF2-CLASS-TOTAL PIC 9(6)V99 VALUE 0.
002980 77  LF2-CLASS-AVG PIC 99V99 VALUE 0.
002990 77  LF2-SCORE-COUNT PIC 9 VALUE 0.
003000 77  LF2-CKPT-STATUS PIC XX VALUE SPACES.
003010 77  LF2-MASTER-STATUS PIC XX VALUE SPACES.
003020 77  LF2-MASTER-OPEN-SW PIC X VALUE 'Y'.
003030     88  LF2-MASTER-OPEN-YES VALUE 'Y'.
003040     88  LF2-MASTER-OPEN-NO  VALUE 'N'.
003050 77  LF2-READ-COUNT PIC 9(6) VALUE 0.
003060 77  LF2-RESTART-COUNT PIC 9(6) VALUE 0.
003070 77  LF2-CKPT-INTERVAL PIC 9(4) VALUE 1.
003080 77  LF2-CKPT-QUOT PIC 9(6) VALUE 0.
003090 77  LF2-CKPT-REM PIC 9(4) VALUE 0.
003100 77  LF2-FIRST-REC-SW PIC X VALUE 'Y'.
003110 77  LF2-PREV-SECTION PIC 99 VALUE 0.
003120 77  LF2-SECT-TOTAL PIC 9(6)V99 VALUE 0.
003130 77  LF2-SECT-COUNT PIC 9(6) VALUE 0.
003140 77  LF2-SECT-AVG PIC 99V99 VALUE 0.
003150 77  LF2-RUN-DATE PIC 9(08) VALUE 0.
003160 77  LF2-RUN-TIME PIC 9(08) VALUE 0.
003170 77  LF2-AUDIT-ACTION PIC X(08) VALUE SPACES.
003180 77  LF2-THIS-SECTION PIC 99 VALUE 0.
003190 77  LF2-WGT-STATUS PIC XX VALUE SPACES.
003200 77  LF2-WGT-EOF-SW PIC X VALUE 'N'.
003210 77  LF2-WGT-SECTION PIC 999 VALUE 0.
003220 77  LF2-WGT-SUM PIC 9(4) VALUE 0.
003230 77  LF2-WGT-TOTAL PIC 9(6)V99 VALUE 0.
003240 01  LF2-WGT-TABLE.
003250     02  LF2-WGT-ENTRY OCCURS 99.
003260         03  LF2-WT-USED-SW PIC X.
003270         03  LF2-WT-1 PIC 9(03).
003280         03  LF2-WT-2 PIC 9(03).
003290         03  LF2-WT-3 PIC 9(03).
003300 77  LF2-ENR-STATUS PIC XX VALUE SPACES.
003310 77  LF2-ENR-ON-SW PIC X VALUE 'N'.
003320     88  LF2-ENR-ON-YES VALUE 'Y'.
003330     88  LF2-ENR-ON-NO  VALUE 'N'.
003340 77  LF2-ENR-EOF-SW PIC X VALUE 'N'.
003350 77  LF2-ENR-COUNT PIC 9(4) COMP VALUE 0.
003360 77  LF2-ENR-MAX PIC 9(4) COMP VALUE 5000.
003370 77  LF2-ENR-IX PIC 9(4) COMP VALUE 0.
003380 77  LF2-ENR-FOUND-IX PIC 9(4) COMP VALUE 0.
003390 77  LF2-ENR-FOUND-SW PIC X VALUE 'N'.
003400 77  LF2-ENR-SECT PIC 99 VALUE 0.
003410 77  LF2-MISS-SECT PIC 999 VALUE 0.
003420 77  LF2-MISS-SECT-SW PIC X VALUE 'N'.
003430 77  LF2-MISS-COUNT PIC 9(6) VALUE 0.
003440 77  LF2-MATCH-COUNT PIC 9(6) VALUE 0.
003450 77  LF2-RPPM-STATUS PIC XX VALUE SPACES.
003460 77  LF2-OLD-STATUS PIC XX VALUE SPACES.
003470 77  LF2-REPR-SW PIC X VALUE 'N'.
003480     88  LF2-REPR-ON-YES VALUE 'Y'.
003490     88  LF2-REPR-ON-NO  VALUE 'N'.
003500 77  LF2-REPR-SECT PIC 99 VALUE 0.
003510 77  LF2-OLD-EOF-SW PIC X VALUE 'N'.
003520 77  LF2-SPLICE-SW PIC X VALUE 'N'.
003530 77  LF2-RPR-COUNT PIC 9(4) COMP VALUE 0.
003540 77  LF2-RPR-MAX PIC 9(4) COMP VALUE 2000.
003550 77  LF2-RPR-IX PIC 9(4) COMP VALUE 0.
003560 01  LF2-RPR-TABLE.
003570     02  LF2-RPR-REC PIC X(83) OCCURS 2000.
003580 01  LF2-ENR-TABLE.
003590     02  LF2-ENR-ENTRY OCCURS 5000.
003600         03  LF2-EN-SECT PIC 99.
003610         03  LF2-EN-ID PIC 9(6).
003620         03  LF2-EN-SEEN-SW PIC X.
003630 01  LF2-MISS-HEAD-LINE.
003640     02  FILLER PIC X(44) VALUE
003650         'ACADEMIC RECORDS - MISSING GRADE REPORT     '.
003660     02  FILLER PIC X(09) VALUE 'RUN DATE '.
003670     02  LF2-MH-DATE PIC 9(08).
003680     02  FILLER PIC X(39) VALUE SPACES.
003690 01  LF2-MISS-SECT-LINE.
003700     02  FILLER PIC X(08) VALUE 'SECTION '.
003710     02  LF2-MS-SECT PIC 99.
003720     02  FILLER PIC X(90) VALUE SPACES.
003730 01  LF2-MISS-DET-LINE.
003740     02  FILLER PIC X(04) VALUE SPACES.
003750     02  LF2-MS-ID PIC 9(06).
003760     02  FILLER PIC X(02) VALUE SPACES.
003770     02  LF2-MS-NAME PIC X(12).
003780     02  FILLER PIC X(30) VALUE
003790         '  ENROLLED - NO GRADE EXTRACT '.
003800     02  FILLER PIC X(46) VALUE SPACES.
003810 01  LF2-MISS-TOT-LINE.
003820     02  FILLER PIC X(10) VALUE 'ENROLLED: '.
003830     02  LF2-MT-ENR PIC ZZZ,ZZ9.
003840     02  FILLER PIC X(11) VALUE '  MATCHED: '.
003850     02  LF2-MT-MATCH PIC ZZZ,ZZ9.
003860     02  FILLER PIC X(11) VALUE '  MISSING: '.
003870     02  LF2-MT-MISS PIC ZZZ,ZZ9.
003880     02  FILLER PIC X(47) VALUE SPACES.
003890 77  LF2-RUNC-STATUS PIC XX VALUE SPACES.
003900 77  LF2-RUNC-STEP PIC 99 VALUE 02.
003910 77  LF2-RUNC-EOF-SW PIC X VALUE 'N'.
003920 77  LF2-RUNC-COUNT PIC 99 VALUE 0.
003930 77  LF2-RUNC-IX PIC 99 COMP VALUE 0.
003940 77  LF2-RUNC-SELF PIC 99 VALUE 0.
003950 77  LF2-RUNC-OK-SW PIC X VALUE 'Y'.
003960     88  LF2-RUNC-OK-YES VALUE 'Y'.
003970     88  LF2-RUNC-OK-NO  VALUE 'N'.
003980 77  LF2-RUNC-END-STAT PIC X VALUE 'C'.
003990 01  LF2-RUNC-TABLE.
004000     02  LF2-RUNC-ENTRY OCCURS 8.
004010         03  LF2-RN-STEP PIC 99.
004020         03  LF2-RN-PROG PIC X(08).
004030         03  LF2-RN-STAT PIC X(01).
004040         03  LF2-RN-SDATE PIC 9(08).
004050         03  LF2-RN-STIME PIC 9(06).
004060         03  LF2-RN-EDATE PIC 9(08).
004070         03  LF2-RN-ETIME PIC 9(06).
004080         03  LF2-RN-COUNT PIC 9(06).
004090 77  LF2-TMPM-STATUS PIC XX VALUE SPACES.
004100 77  LF2-MIDTERM-SW PIC X VALUE 'N'.
004110     88  LF2-MIDTERM-YES VALUE 'Y'.
004120     88  LF2-MIDTERM-NO  VALUE 'N'.
004130 PROCEDURE DIVISION.
004140 0000-MAINLINE.
004150     OPEN INPUT IN-FILE.
004160     ACCEPT LF2-RUN-DATE FROM DATE YYYYMMDD.
004170     ACCEPT LF2-RUN-TIME FROM TIME.
004180     PERFORM Z THRU Z-EXIT.
004190     PERFORM T THRU T-EXIT.
004200     PERFORM Q THRU Q-EXIT.
004210     PERFORM F THRU F-EXIT.
004220     PERFORM RC THRU RC-EXIT.
004230     IF LF2-RESTART-COUNT > 0
004240         OPEN EXTEND OUT-FILE
004250         OPEN EXTEND EXCEPT-FILE
004260         OPEN EXTEND AUDIT-FILE
004270     ELSE
004280         OPEN OUTPUT OUT-FILE
004290         OPEN OUTPUT EXCEPT-FILE
004300         OPEN OUTPUT AUDIT-FILE
004310     END-IF.
004320     PERFORM N THRU N-EXIT.
004330     OPEN INPUT MASTER-FILE.
004340     IF LF2-MASTER-STATUS NOT = '00'
004350         SET LF2-MASTER-OPEN-NO TO TRUE
004360         DISPLAY 'LABFOUR2 - FILEMAST DID NOT OPEN, STATUS '
004370             LF2-MASTER-STATUS ' - FALLING BACK TO I2 FOR ALL O2'
004380     END-IF.
004390     PERFORM A THRU A-EXIT UNTIL LF2-EOF-YES.
004400     IF LF2-REPR-ON-YES
004410         PERFORM J THRU J-EXIT
004420     ELSE
004430         IF LF2-FIRST-REC-SW = 'N'
004440             PERFORM K2 THRU K2-EXIT
004450         END-IF
004460         PERFORM D THRU D-EXIT
004470     END-IF.
004480     PERFORM Y THRU Y-EXIT.
004490     MOVE 0 TO LF2-READ-COUNT.
004500     PERFORM G2 THRU G2-EXIT.
004510     CLOSE IN-FILE.
004520     CLOSE OUT-FILE.
004530     CLOSE EXCEPT-FILE.
004540     CLOSE MASTER-FILE.
004550     CLOSE AUDIT-FILE.
004560     PERFORM RC2 THRU RC2-EXIT.
004570     STOP RUN.
004580 A.
004590     READ IN-FILE AT END
004600         SET LF2-EOF-YES TO TRUE
004610         GO TO A-EXIT.
004620     ADD 1 TO LF2-READ-COUNT.
004630     IF LF2-REPR-ON-YES AND I0 NOT = LF2-REPR-SECT
004640         GO TO A-EXIT
004650     END-IF.
004660     PERFORM W THRU W-EXIT.
004670     IF LF2-VALID-NO
004680         MOVE 'REJECTED' TO LF2-AUDIT-ACTION
004690         PERFORM M THRU M-EXIT
004700         PERFORM G THRU G-EXIT
004710         GO TO A-EXIT
004720     END-IF.
004730     PERFORM B THRU B-EXIT.
004740     IF LF2-VALID-NO
004750         MOVE 'REJECTED' TO LF2-AUDIT-ACTION
004760         PERFORM M THRU M-EXIT
004770         PERFORM G THRU G-EXIT
004780         GO TO A-EXIT
004790     END-IF.
004800     MOVE I0 TO O0.
004810     MOVE I1 TO O1.
004820     PERFORM K THRU K-EXIT.
004830     MOVE SPACES TO OUT-RECORD.
004840     MOVE I0 TO O0.
004850     MOVE I1 TO O1.
004860     PERFORM L THRU L-EXIT.
004870     IF I7 = 'W' OR I7 = 'I'
004880         MOVE 0 TO O3
004890         MOVE 0 TO O4
004900         MOVE 0 TO O5
004910         MOVE 0 TO TEMP1
004920         MOVE TEMP1 TO O6
004930         MOVE I6(1:32) TO O7
004940         MOVE I7 TO O8
004950         IF LF2-REPR-ON-YES
004960             PERFORM J4 THRU J4-EXIT
004970         ELSE
004980             WRITE OUT-RECORD
004990         END-IF
005000         MOVE 'WRIT-W/I' TO LF2-AUDIT-ACTION
005010         PERFORM M THRU M-EXIT
005020         PERFORM G THRU G-EXIT
005030         GO TO A-EXIT
005040     END-IF.
005050     MOVE I3 TO O3.
005060     MOVE I4 TO O4.
005070     MOVE I5 TO O5.
005080     ADD I3 , I4 , I5 GIVING TEMP.
005090     PERFORM E THRU E-EXIT.
005100     PERFORM V THRU V-EXIT.
005110     MOVE TEMP1 TO O6.
005120     MOVE I6(1:32) TO O7.
005130     PERFORM C THRU C-EXIT.
005140     IF LF2-REPR-ON-YES
005150         PERFORM J4 THRU J4-EXIT
005160     ELSE
005170         WRITE OUT-RECORD
005180     END-IF.
005190     ADD 1 TO LF2-REC-COUNT.
005200     ADD TEMP1 TO LF2-CLASS-TOTAL.
005210     ADD 1 TO LF2-SECT-COUNT.
005220     ADD TEMP1 TO LF2-SECT-TOTAL.
005230     MOVE 'WRITTEN' TO LF2-AUDIT-ACTION.
005240     PERFORM M THRU M-EXIT.
005250     PERFORM G THRU G-EXIT.
005260 A-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290* B VALIDATES I3/I4/I5 AGAINST THE 00.00-99.99 PLAUSIBLE RANGE.
005300* THE PICTURE CLAUSE (UNSIGNED PIC 99V99) ALREADY RULES OUT
005310* ANYTHING OUTSIDE THAT RANGE FOR A VALID NUMERIC VALUE, SO
005320* NOT NUMERIC IS THE ONLY CONDITION THAT CAN ACTUALLY FIRE HERE.
005330* A RECORD THAT FAILS IS WRITTEN TO EXCEPT-FILE INSTEAD OF
005340* BEING ALLOWED TO FEED THE AVERAGE. ON A MIDTERM RUN A BLANK
005350* SCORE IS FIRST ZERO-FILLED (NOT YET SCORED), AND A RECORD WITH
005360* NO SCORE AT ALL IS REJECTED WITH REASON CODE MT.
005370*----------------------------------------------------------------
005380 B.
005390     SET LF2-VALID-YES TO TRUE.
005400     IF I7 NOT = 'W' AND I7 NOT = 'I' AND I7 NOT = SPACE
005410         MOVE I0 TO E0
005420         MOVE I1 TO E1
005430         MOVE 'I7' TO E2
005440         MOVE 'STATUS CODE NOT W, I, OR BLANK' TO E3
005450         WRITE EXCEPT-RECORD
005460         SET LF2-VALID-NO TO TRUE
005470         GO TO B-EXIT
005480     END-IF.
005490     IF I7 = 'W' OR I7 = 'I'
005500         GO TO B-EXIT
005510     END-IF.
005520     IF LF2-MIDTERM-YES
005530         PERFORM B2 THRU B2-EXIT
005540     END-IF.
005550     IF I3 NOT NUMERIC
005560         MOVE I0 TO E0
005570         MOVE I1 TO E1
005580         MOVE 'I3' TO E2
005590         MOVE 'SCORE NOT IN 00.00-99.99 RANGE' TO E3
005600         WRITE EXCEPT-RECORD
005610         SET LF2-VALID-NO TO TRUE
005620         GO TO B-EXIT
005630     END-IF.
005640     IF I4 NOT NUMERIC
005650         MOVE I0 TO E0
005660         MOVE I1 TO E1
005670         MOVE 'I4' TO E2
005680         MOVE 'SCORE NOT IN 00.00-99.99 RANGE' TO E3
005690         WRITE EXCEPT-RECORD
005700         SET LF2-VALID-NO TO TRUE
005710         GO TO B-EXIT
005720     END-IF.
005730     IF I5 NOT NUMERIC
005740         MOVE I0 TO E0
005750         MOVE I1 TO E1
005760         MOVE 'I5' TO E2
005770         MOVE 'SCORE NOT IN 00.00-99.99 RANGE' TO E3
005780         WRITE EXCEPT-RECORD
005790         SET LF2-VALID-NO TO TRUE
005800         GO TO B-EXIT
005810     END-IF.
005820     IF LF2-MIDTERM-YES AND I3 = 0 AND I4 = 0 AND I5 = 0
005830         MOVE I0 TO E0
005840         MOVE I1 TO E1
005850         MOVE 'MT' TO E2
005860         MOVE 'NO COMPONENT SCORED YET AT MIDTERM' TO E3
005870         WRITE EXCEPT-RECORD
005880         SET LF2-VALID-NO TO TRUE
005890         GO TO B-EXIT
005900     END-IF.
005910 B-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* B2 (MIDTERM ONLY) ZERO-FILLS ANY SCORE THE EXTRACT SENT BLANK.
005950* A COMPONENT NOT YET GIVEN IS THEN LEFT OUT OF THE AVERAGE BY E
005960* AND V EXACTLY LIKE A ZERO-PADDED ONE ON A FINAL RUN.
005970*----------------------------------------------------------------
005980 B2.
005990     IF I3X = SPACES
006000         MOVE ZEROS TO I3X
006010     END-IF.
006020     IF I4X = SPACES
006030         MOVE ZEROS TO I4X
006040     END-IF.
006050     IF I5X = SPACES
006060         MOVE ZEROS TO I5X
006070     END-IF.
006080 B2-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110* C DERIVES THE LETTER GRADE IN O8 FROM THE AVERAGE USING
006120* OUR STANDARD 90/80/70/60 CUTOFFS. THE NUMERIC AVERAGE IN
006130* TEMP1 IS TESTED, NOT THE EDITED O6.
006140*----------------------------------------------------------------
006150 C.
006160     EVALUATE TRUE
006170         WHEN TEMP1 >= 90.00
006180             MOVE 'A' TO O8
006190         WHEN TEMP1 >= 80.00
006200             MOVE 'B' TO O8
006210         WHEN TEMP1 >= 70.00
006220             MOVE 'C' TO O8
006230         WHEN TEMP1 >= 60.00
006240             MOVE 'D' TO O8
006250         WHEN OTHER
006260             MOVE 'F' TO O8
006270     END-EVALUATE.
006280 C-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* D WRITES THE TRAILER RECORD CARRYING THE BATCH RECORD COUNT
006320* AND THE CLASS AVERAGE ACCUMULATED OVER THE RUN. OUT-RECORD IS
006330* CLEARED FIRST SINCE TRAILER-RECORD SHARES OUT-FILE'S RECORD
006340* AREA WITH THE (WIDER) DETAIL RECORD.
006350*----------------------------------------------------------------
006360 D.
006370     MOVE SPACES TO OUT-RECORD.
006380     MOVE 'TRAILER' TO T1.
006390     MOVE LF2-REC-COUNT TO T2.
006400     IF LF2-REC-COUNT > 0
006410         DIVIDE LF2-CLASS-TOTAL BY LF2-REC-COUNT
006420             GIVING LF2-CLASS-AVG ROUNDED
006430     ELSE
006440         MOVE 0 TO LF2-CLASS-AVG
006450     END-IF.
006460     MOVE LF2-CLASS-AVG TO T3.
006470     WRITE TRAILER-RECORD.
006480 D-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510* E COUNTS HOW MANY OF I3/I4/I5 ARE ACTUALLY POPULATED (NONZERO)
006520* SO THE AVERAGE ISN'T DRAGGED DOWN BY A ZERO-PADDED FIELD ON
006530* PARTIAL-TERM STUDENTS.
006540*----------------------------------------------------------------
006550 E.
006560     MOVE 0 TO LF2-SCORE-COUNT.
006570     IF I3 > 0
006580         ADD 1 TO LF2-SCORE-COUNT
006590     END-IF.
006600     IF I4 > 0
006610         ADD 1 TO LF2-SCORE-COUNT
006620     END-IF.
006630     IF I5 > 0
006640         ADD 1 TO LF2-SCORE-COUNT
006650     END-IF.
006660     IF LF2-SCORE-COUNT = 0
006670         MOVE 1 TO LF2-SCORE-COUNT
006680     END-IF.
006690 E-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720* V COMPUTES THE AVERAGE INTO TEMP1. WHEN THE RECORD'S SECTION
006730* HAS A ROW ON THE WEIGHTS TABLE, EACH POPULATED SCORE IS
006740* MULTIPLIED BY ITS RELATIVE WEIGHT AND THE TOTAL DIVIDED BY
006750* THE WEIGHTS OF THE POPULATED SCORES ONLY, SO A ZERO-PADDED
006760* SCORE STILL DOES NOT DRAG THE AVERAGE DOWN. SECTIONS NOT ON
006770* FILE, RECORDS WHOSE I0 SECTION IS NOT NUMERIC, AND RECORDS
006780* WITH NO POPULATED SCORES FALL BACK TO THE STRAIGHT AVERAGE
006790* FROM TEMP AND LF2-SCORE-COUNT.
006800*----------------------------------------------------------------
006810 V.
006820     IF I0 NOT NUMERIC
006830         DIVIDE LF2-SCORE-COUNT INTO TEMP
006840             GIVING TEMP1 ROUNDED
006850         GO TO V-EXIT
006860     END-IF.
006870     MOVE I0 TO LF2-WGT-SECTION.
006880     IF LF2-WGT-SECTION = 0
006890         OR LF2-WT-USED-SW (LF2-WGT-SECTION) NOT = 'Y'
006900         DIVIDE LF2-SCORE-COUNT INTO TEMP
006910             GIVING TEMP1 ROUNDED
006920         GO TO V-EXIT
006930     END-IF.
006940     MOVE 0 TO LF2-WGT-SUM.
006950     MOVE 0 TO LF2-WGT-TOTAL.
006960     IF I3 > 0
006970         COMPUTE LF2-WGT-TOTAL = LF2-WGT-TOTAL
006980             + I3 * LF2-WT-1 (LF2-WGT-SECTION)
006990         ADD LF2-WT-1 (LF2-WGT-SECTION) TO LF2-WGT-SUM
007000     END-IF.
007010     IF I4 > 0
007020         COMPUTE LF2-WGT-TOTAL = LF2-WGT-TOTAL
007030             + I4 * LF2-WT-2 (LF2-WGT-SECTION)
007040         ADD LF2-WT-2 (LF2-WGT-SECTION) TO LF2-WGT-SUM
007050     END-IF.
007060     IF I5 > 0
007070         COMPUTE LF2-WGT-TOTAL = LF2-WGT-TOTAL
007080             + I5 * LF2-WT-3 (LF2-WGT-SECTION)
007090         ADD LF2-WT-3 (LF2-WGT-SECTION) TO LF2-WGT-SUM
007100     END-IF.
007110     IF LF2-WGT-SUM = 0
007120         DIVIDE LF2-SCORE-COUNT INTO TEMP
007130             GIVING TEMP1 ROUNDED
007140         GO TO V-EXIT
007150     END-IF.
007160     COMPUTE TEMP1 ROUNDED = LF2-WGT-TOTAL / LF2-WGT-SUM.
007170 V-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* F RUNS AT STARTUP. A NONZERO CHECKPOINT LEFT BEHIND BY A
007210* PRIOR RUN MEANS THIS IS A RESTART -- SKIP THAT MANY FILEIN
007220* RECORDS SO THEY ARE NOT REPROCESSED AND REDELIVERED. THE
007230* BATCH AND SECTION ACCUMULATORS THE CRASHED RUN HAD BUILT UP
007240* ARE RESTORED TOO, SO THE TRAILER (D) AND SECTION SUBTOTAL
007250* (K2) WRITTEN BY THE REST OF THIS RUN REFLECT THE WHOLE BATCH,
007260* NOT JUST THE RECORDS PROCESSED AFTER THE RESTART.
007270*----------------------------------------------------------------
007280 F.
007290     IF LF2-REPR-ON-YES
007300         GO TO F-EXIT
007310     END-IF.
007320     OPEN INPUT CKPT-FILE.
007330     IF LF2-CKPT-STATUS = '00'
007340         READ CKPT-FILE
007350             AT END
007360                 MOVE 0 TO LF2-RESTART-COUNT
007370             NOT AT END
007380                 MOVE CK1 TO LF2-RESTART-COUNT
007390                 IF LF2-RESTART-COUNT > 0
007400                     MOVE CK2 TO LF2-REC-COUNT
007410                     MOVE CK3 TO LF2-CLASS-TOTAL
007420                     MOVE CK4 TO LF2-SECT-TOTAL
007430                     MOVE CK5 TO LF2-SECT-COUNT
007440                     MOVE CK6 TO LF2-PREV-SECTION
007450                     MOVE CK7 TO LF2-FIRST-REC-SW
007460                 END-IF
007470         END-READ
007480         CLOSE CKPT-FILE
007490     ELSE
007500         MOVE 0 TO LF2-RESTART-COUNT
007510     END-IF.
007520     IF LF2-RESTART-COUNT > 0
007530         PERFORM H THRU H-EXIT
007540             LF2-RESTART-COUNT TIMES
007550     END-IF.
007560 F-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590* G CHECKS WHETHER A CHECKPOINT IS DUE AND, IF SO, PERSISTS
007600* THE CURRENT RECORDS-READ COUNT TO FILECKPT. LF2-CKPT-INTERVAL
007610* IS 1, SO THIS FIRES AFTER EVERY COMMITTED RECORD -- A RESTART
007620* CAN THEREFORE NEVER REDELIVER A RECORD THE CRASHED RUN HAD
007630* ALREADY WRITTEN AND AUDITED.
007640*----------------------------------------------------------------
007650 G.
007660     IF LF2-REPR-ON-YES
007670         GO TO G-EXIT
007680     END-IF.
007690     DIVIDE LF2-READ-COUNT BY LF2-CKPT-INTERVAL
007700         GIVING LF2-CKPT-QUOT REMAINDER LF2-CKPT-REM.
007710     IF LF2-CKPT-REM = 0
007720         PERFORM G2 THRU G2-EXIT
007730     END-IF.
007740 G-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770* G2 WRITES THE CURRENT RECORDS-READ COUNT, PLUS THE BATCH AND
007780* SECTION ACCUMULATORS D AND K2 NEED TO PRODUCE CORRECT TOTALS
007790* AFTER A RESTART, TO FILECKPT. CALLED PERIODICALLY DURING THE
007800* RUN AND AGAIN WITH A ZERO READ COUNT AT A CLEAN FINISH SO THE
007810* NEXT NORMAL RUN DOES NOT RESTART. THE WRITE STATUS IS CHECKED
007820* SINCE A FAILED CHECKPOINT (E.G. DISK FULL) IS THE ONE CASE
007830* THIS FEATURE EXISTS TO PROTECT AGAINST.
007840*----------------------------------------------------------------
007850 G2.
007860     OPEN OUTPUT CKPT-FILE.
007870     MOVE LF2-READ-COUNT TO CK1.
007880     MOVE LF2-REC-COUNT TO CK2.
007890     MOVE LF2-CLASS-TOTAL TO CK3.
007900     MOVE LF2-SECT-TOTAL TO CK4.
007910     MOVE LF2-SECT-COUNT TO CK5.
007920     MOVE LF2-PREV-SECTION TO CK6.
007930     MOVE LF2-FIRST-REC-SW TO CK7.
007940     WRITE CKPT-RECORD.
007950     IF LF2-CKPT-STATUS NOT = '00'
007960         DISPLAY 'LABFOUR2 - CHECKPOINT WRITE FAILED, STATUS '
007970             LF2-CKPT-STATUS
007980     END-IF.
007990     CLOSE CKPT-FILE.
008000 G2-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* H READS AND DISCARDS ONE FILEIN RECORD DURING RESTART
008040* SKIP-AHEAD. PERFORMED LF2-RESTART-COUNT TIMES BY F. NO AUDIT
008050* LINE IS WRITTEN HERE -- FILEAUDT IS OPENED EXTEND ON A
008060* RESTART, SO THE PRIOR RUN'S WRITTEN/REJECTED LINE FOR EACH OF
008070* THESE RECORDS IS STILL ON FILE AND ALREADY ACCOUNTS FOR THEM.
008080*----------------------------------------------------------------
008090 H.
008100     READ IN-FILE AT END
008110         SET LF2-EOF-YES TO TRUE
008120         GO TO H-EXIT.
008130     ADD 1 TO LF2-READ-COUNT.
008140     IF LF2-ENR-ON-YES
008150         PERFORM U THRU U-EXIT
008160         IF LF2-ENR-FOUND-SW = 'Y'
008170             AND LF2-EN-SEEN-SW (LF2-ENR-FOUND-IX) = 'N'
008180             ADD 1 TO LF2-MATCH-COUNT
008190             MOVE 'Y' TO LF2-EN-SEEN-SW (LF2-ENR-FOUND-IX)
008200         END-IF
008210     END-IF.
008220 H-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250* K WATCHES THE O0 SECTION FOR A CHANGE. ON A CHANGE IT WRITES
008260* THE SUBTOTAL LINE FOR THE SECTION JUST FINISHED BEFORE THE
008270* NEW SECTION'S DETAIL ROWS BEGIN.
008280*----------------------------------------------------------------
008290 K.
008300     MOVE O0 TO LF2-THIS-SECTION.
008310     IF LF2-FIRST-REC-SW = 'Y'
008320         MOVE LF2-THIS-SECTION TO LF2-PREV-SECTION
008330         MOVE 'N' TO LF2-FIRST-REC-SW
008340     ELSE
008350         IF LF2-THIS-SECTION NOT = LF2-PREV-SECTION
008360             PERFORM K2 THRU K2-EXIT
008370             MOVE LF2-THIS-SECTION TO LF2-PREV-SECTION
008380         END-IF
008390     END-IF.
008400 K-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* K2 WRITES THE SUBTOTAL RECORD FOR LF2-PREV-SECTION AND RESETS
008440* THE SECTION ACCUMULATORS. CALLED BY K ON A SECTION CHANGE AND
008450* ONCE MORE AT EOF FOR THE LAST SECTION IN THE FILE. OUT-RECORD
008460* IS CLEARED FIRST SINCE SUBTOTAL-RECORD SHARES OUT-FILE'S RECORD
008470* AREA WITH THE (WIDER) DETAIL RECORD.
008480*----------------------------------------------------------------
008490 K2.
008500     MOVE SPACES TO OUT-RECORD.
008510     MOVE 'SECTOTAL' TO SB1.
008520     MOVE LF2-PREV-SECTION TO SB2.
008530     IF LF2-SECT-COUNT > 0
008540         DIVIDE LF2-SECT-TOTAL BY LF2-SECT-COUNT
008550             GIVING LF2-SECT-AVG ROUNDED
008560     ELSE
008570         MOVE 0 TO LF2-SECT-AVG
008580     END-IF.
008590     MOVE LF2-SECT-AVG TO SB3.
008600     WRITE SUBTOTAL-RECORD.
008610     MOVE 0 TO LF2-SECT-TOTAL.
008620     MOVE 0 TO LF2-SECT-COUNT.
008630 K2-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* L LOOKS UP I1 ON MASTER-FILE FOR THE STUDENT'S CURRENT LEGAL
008670* NAME. I2 OFF THE EXTRACT IS USED ONLY WHEN THE ID ISN'T ON
008680* FILE, SINCE MASTER-FILE IS THE VERIFIED SOURCE.
008690*----------------------------------------------------------------
008700 L.
008710     IF LF2-MASTER-OPEN-NO
008720         MOVE I2 TO O2
008730         GO TO L-EXIT
008740     END-IF.
008750     MOVE I1 TO M1.
008760     READ MASTER-FILE
008770         INVALID KEY
008780             MOVE I2 TO O2
008790         NOT INVALID KEY
008800             MOVE M2 TO O2
008810     END-READ.
008820 L-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850* M WRITES ONE AUDIT-TRAIL LINE TO FILEAUDT FOR THE FILEIN
008860* RECORD CURRENTLY IN HAND, RECORDING THE STUDENT ID, THE
008870* ACTION TAKEN (LF2-AUDIT-ACTION, SET BY THE CALLER), AND THE
008880* RUN DATE AND TIME CAPTURED AT STARTUP.
008890*----------------------------------------------------------------
008900 M.
008910     IF LF2-REPR-ON-YES
008920         EVALUATE LF2-AUDIT-ACTION
008930             WHEN 'WRITTEN'
008940                 MOVE 'REPR-WRT' TO LF2-AUDIT-ACTION
008950             WHEN 'REJECTED'
008960                 MOVE 'REPR-REJ' TO LF2-AUDIT-ACTION
008970             WHEN 'WRIT-W/I'
008980                 MOVE 'REPR-W/I' TO LF2-AUDIT-ACTION
008990         END-EVALUATE
009000     END-IF.
009010     MOVE I0 TO AU0.
009020     MOVE I1 TO AU1.
009030     MOVE LF2-AUDIT-ACTION TO AU2.
009040     MOVE LF2-RUN-DATE TO AU3.
009050     MOVE LF2-RUN-TIME(1:6) TO AU4.
009060     WRITE AUDIT-RECORD.
009070 M-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100* N LOADS THE SECTION WEIGHTS TABLE FROM FILEWGTS AT STARTUP.
009110* A MISSING FILE SIMPLY LEAVES EVERY SECTION ON THE STRAIGHT
009120* AVERAGE, SAME AS BEFORE THE TABLE EXISTED. ROWS WITH A BAD
009130* SECTION NUMBER OR NON-NUMERIC WEIGHTS ARE SKIPPED WITH A
009140* CONSOLE NOTE SO A MISKEYED ROW CANNOT ZERO A SECTION.
009150*----------------------------------------------------------------
009160 N.
009170     PERFORM N3 THRU N3-EXIT
009180         VARYING LF2-WGT-SECTION FROM 1 BY 1
009190         UNTIL LF2-WGT-SECTION > 99.
009200     MOVE 'N' TO LF2-WGT-EOF-SW.
009210     OPEN INPUT WEIGHT-FILE.
009220     IF LF2-WGT-STATUS NOT = '00'
009230         DISPLAY 'LABFOUR2 - FILEWGTS NOT AVAILABLE, STATUS '
009240             LF2-WGT-STATUS ' - STRAIGHT AVERAGES FOR ALL'
009250         GO TO N-EXIT
009260     END-IF.
009270     PERFORM N2 THRU N2-EXIT UNTIL LF2-WGT-EOF-SW = 'Y'.
009280     CLOSE WEIGHT-FILE.
009290 N-EXIT.
009300     EXIT.
009310 N2.
009320     READ WEIGHT-FILE AT END
009330         MOVE 'Y' TO LF2-WGT-EOF-SW
009340         GO TO N2-EXIT.
009350     IF W1 NOT NUMERIC OR W1 = 0
009360         OR W2 NOT NUMERIC OR W3 NOT NUMERIC
009370         OR W4 NOT NUMERIC
009380         DISPLAY 'LABFOUR2 - BAD FILEWGTS ROW SKIPPED'
009390         GO TO N2-EXIT
009400     END-IF.
009410     MOVE 'Y' TO LF2-WT-USED-SW (W1).
009420     MOVE W2 TO LF2-WT-1 (W1).
009430     MOVE W3 TO LF2-WT-2 (W1).
009440     MOVE W4 TO LF2-WT-3 (W1).
009450 N2-EXIT.
009460     EXIT.
009470 N3.
009480     MOVE 'N' TO LF2-WT-USED-SW (LF2-WGT-SECTION).
009490     MOVE 0 TO LF2-WT-1 (LF2-WGT-SECTION).
009500     MOVE 0 TO LF2-WT-2 (LF2-WGT-SECTION).
009510     MOVE 0 TO LF2-WT-3 (LF2-WGT-SECTION).
009520 N3-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550* Q LOADS THE ENROLLMENT ROSTER FROM FILENRL (SECTION + STUDENT
009560* ID, FED FROM REGISTRATION) AT STARTUP. A MISSING FILE SIMPLY
009570* LEAVES THE RECONCILIATION OFF, SAME AS THE WEIGHTS TABLE.
009580* ROWS THAT CANNOT BE KEYED ARE SKIPPED WITH A CONSOLE NOTE.
009590*----------------------------------------------------------------
009600 Q.
009610     MOVE 'N' TO LF2-ENR-EOF-SW.
009620     OPEN INPUT ENROLL-FILE.
009630     IF LF2-ENR-STATUS NOT = '00'
009640         DISPLAY 'LABFOUR2 - FILENRL NOT AVAILABLE, STATUS '
009650             LF2-ENR-STATUS ' - NO ENROLLMENT RECONCILIATION'
009660         GO TO Q-EXIT
009670     END-IF.
009680     SET LF2-ENR-ON-YES TO TRUE.
009690     PERFORM Q2 THRU Q2-EXIT UNTIL LF2-ENR-EOF-SW = 'Y'.
009700     CLOSE ENROLL-FILE.
009710 Q-EXIT.
009720     EXIT.
009730 Q2.
009740     READ ENROLL-FILE AT END
009750         MOVE 'Y' TO LF2-ENR-EOF-SW
009760         GO TO Q2-EXIT.
009770     IF NR1 NOT NUMERIC OR NR2 NOT NUMERIC
009780         DISPLAY 'LABFOUR2 - BAD FILENRL ROW SKIPPED'
009790         GO TO Q2-EXIT
009800     END-IF.
009810     IF LF2-ENR-COUNT NOT < LF2-ENR-MAX
009820         DISPLAY 'LABFOUR2 - MORE THAN 5000 FILENRL ROWS - '
009830             'SPLIT THE FILE AND RERUN'
009840         MOVE 16 TO RETURN-CODE
009850         STOP RUN
009860     END-IF.
009870     ADD 1 TO LF2-ENR-COUNT.
009880     MOVE NR1 TO LF2-EN-SECT (LF2-ENR-COUNT).
009890     MOVE NR2 TO LF2-EN-ID (LF2-ENR-COUNT).
009900     MOVE 'N' TO LF2-EN-SEEN-SW (LF2-ENR-COUNT).
009910 Q2-EXIT.
009920     EXIT.
009930*----------------------------------------------------------------
009940* U SEARCHES THE ENROLLMENT TABLE FOR THE CURRENT FILEIN
009950* RECORD'S SECTION AND STUDENT ID, LEAVING LF2-ENR-FOUND-IX
009960* POINTING AT THE MATCH.
009970*----------------------------------------------------------------
009980 U.
009990     MOVE 'N' TO LF2-ENR-FOUND-SW.
010000     IF I0 NOT NUMERIC
010010         GO TO U-EXIT
010020     END-IF.
010030     MOVE I0 TO LF2-ENR-SECT.
010040     PERFORM U2 THRU U2-EXIT
010050         VARYING LF2-ENR-IX FROM 1 BY 1
010060         UNTIL LF2-ENR-IX > LF2-ENR-COUNT
010070             OR LF2-ENR-FOUND-SW = 'Y'.
010080 U-EXIT.
010090     EXIT.
010100 U2.
010110     IF LF2-EN-SECT (LF2-ENR-IX) = LF2-ENR-SECT
010120         AND LF2-EN-ID (LF2-ENR-IX) = I1
010130         MOVE 'Y' TO LF2-ENR-FOUND-SW
010140         MOVE LF2-ENR-IX TO LF2-ENR-FOUND-IX
010150     END-IF.
010160 U2-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------
010190* W RECONCILES THE CURRENT FILEIN RECORD AGAINST THE ENROLLMENT
010200* ROSTER. A STUDENT NOT ENROLLED IN THE RECORD'S SECTION IS
010210* REJECTED TO FILEEXC WITH REASON CODE EN; AN ENROLLED STUDENT
010220* IS MARKED SEEN SO THE MISSING-GRADE REPORT (Y) CAN LIST THE
010230* ENROLLED STUDENTS THE EXTRACT NEVER DELIVERED.
010240*----------------------------------------------------------------
010250 W.
010260     SET LF2-VALID-YES TO TRUE.
010270     IF LF2-ENR-ON-NO
010280         GO TO W-EXIT
010290     END-IF.
010300     PERFORM U THRU U-EXIT.
010310     IF LF2-ENR-FOUND-SW = 'N'
010320         MOVE I0 TO E0
010330         MOVE I1 TO E1
010340         MOVE 'EN' TO E2
010350         MOVE 'STUDENT NOT ENROLLED IN SECTION' TO E3
010360         WRITE EXCEPT-RECORD
010370         SET LF2-VALID-NO TO TRUE
010380         GO TO W-EXIT
010390     END-IF.
010400     IF LF2-EN-SEEN-SW (LF2-ENR-FOUND-IX) = 'N'
010410         ADD 1 TO LF2-MATCH-COUNT
010420         MOVE 'Y' TO LF2-EN-SEEN-SW (LF2-ENR-FOUND-IX)
010430     END-IF.
010440 W-EXIT.
010450     EXIT.
010460*----------------------------------------------------------------
010470* Y WRITES THE MISSING-GRADE REPORT ON FILEMGRP AT END OF RUN:
010480* EVERY ENROLLED STUDENT STILL UNSEEN, GROUPED BY SECTION WITH
010490* A SECTION HEADING, SO THE DEPARTMENT CHAIRS CAN CHASE THE
010500* MISSING EXTRACTS BEFORE TERM CLOSE. THE MASTER IS STILL OPEN
010510* HERE, SO THE CURRENT LEGAL NAME IS SHOWN WHEN THE ID IS ON
010520* FILE.
010530*----------------------------------------------------------------
010540 Y.
010550     IF LF2-ENR-ON-NO
010560         GO TO Y-EXIT
010570     END-IF.
010580     OPEN OUTPUT MISSING-FILE.
010590     MOVE LF2-RUN-DATE TO LF2-MH-DATE.
010600     WRITE MISSING-LINE FROM LF2-MISS-HEAD-LINE
010610         AFTER ADVANCING PAGE.
010620     PERFORM Y2 THRU Y2-EXIT
010630         VARYING LF2-MISS-SECT FROM 1 BY 1
010640         UNTIL LF2-MISS-SECT > 99.
010650     MOVE LF2-ENR-COUNT TO LF2-MT-ENR.
010660     MOVE LF2-MATCH-COUNT TO LF2-MT-MATCH.
010670     MOVE LF2-MISS-COUNT TO LF2-MT-MISS.
010680     WRITE MISSING-LINE FROM LF2-MISS-TOT-LINE
010690         AFTER ADVANCING 2 LINES.
010700     CLOSE MISSING-FILE.
010710 Y-EXIT.
010720     EXIT.
010730 Y2.
010740     MOVE 'N' TO LF2-MISS-SECT-SW.
010750     PERFORM Y3 THRU Y3-EXIT
010760         VARYING LF2-ENR-IX FROM 1 BY 1
010770         UNTIL LF2-ENR-IX > LF2-ENR-COUNT.
010780 Y2-EXIT.
010790     EXIT.
010800 Y3.
010810     IF LF2-REPR-ON-YES
010820         AND LF2-EN-SECT (LF2-ENR-IX) NOT = LF2-REPR-SECT
010830         GO TO Y3-EXIT
010840     END-IF.
010850     IF LF2-EN-SECT (LF2-ENR-IX) = LF2-MISS-SECT
010860         AND LF2-EN-SEEN-SW (LF2-ENR-IX) = 'N'
010870         IF LF2-MISS-SECT-SW = 'N'
010880             MOVE 'Y' TO LF2-MISS-SECT-SW
010890             MOVE LF2-EN-SECT (LF2-ENR-IX) TO LF2-MS-SECT
010900             WRITE MISSING-LINE FROM LF2-MISS-SECT-LINE
010910                 AFTER ADVANCING 2 LINES
010920         END-IF
010930         ADD 1 TO LF2-MISS-COUNT
010940         PERFORM Y4 THRU Y4-EXIT
010950     END-IF.
010960 Y3-EXIT.
010970     EXIT.
010980 Y4.
010990     MOVE LF2-EN-ID (LF2-ENR-IX) TO LF2-MS-ID.
011000     MOVE SPACES TO LF2-MS-NAME.
011010     IF LF2-MASTER-OPEN-YES
011020         MOVE LF2-EN-ID (LF2-ENR-IX) TO M1
011030         READ MASTER-FILE
011040             INVALID KEY
011050                 MOVE 'NOT ON FILE' TO LF2-MS-NAME
011060             NOT INVALID KEY
011070                 MOVE M2 TO LF2-MS-NAME
011080         END-READ
011090     END-IF.
011100     WRITE MISSING-LINE FROM LF2-MISS-DET-LINE
011110         AFTER ADVANCING 1 LINE.
011120 Y4-EXIT.
011130     EXIT.
011140*----------------------------------------------------------------
011150* Z READS THE REPROCESS PARM CARD FROM FILERPPM. A MISSING FILE
011160* OR BLANK CARD LEAVES THE RUN IN NORMAL FULL-BATCH MODE; A
011170* SECTION NUMBER TURNS REPROCESS MODE ON FOR THAT SECTION ONLY.
011180*----------------------------------------------------------------
011190 Z.
011200     OPEN INPUT RPARM-FILE.
011210     IF LF2-RPPM-STATUS NOT = '00'
011220         GO TO Z-EXIT
011230     END-IF.
011240     READ RPARM-FILE
011250         AT END
011260             CONTINUE
011270         NOT AT END
011280             IF PR1 NUMERIC AND PR1 > 0
011290                 SET LF2-REPR-ON-YES TO TRUE
011300                 MOVE PR1 TO LF2-REPR-SECT
011310                 DISPLAY 'LABFOUR2 - REPROCESS MODE - SECTION '
011320                     LF2-REPR-SECT
011330             END-IF
011340     END-READ.
011350     CLOSE RPARM-FILE.
011360 Z-EXIT.
011370     EXIT.
011380*----------------------------------------------------------------
011390* T READS THE RUN-TYPE BYTE OFF THE FILETMPM TERM CARD. 'M' MAKES
011400* THIS A MIDTERM PROGRESS RUN; BLANK OR 'F' IS THE NORMAL FINAL
011410* RUN, AS IS A MISSING CARD. ANY OTHER VALUE STOPS THE RUN HERE,
011420* BEFORE THE LEDGER ROW IS STAMPED, SO IT CAN SIMPLY BE RERUN
011430* ONCE THE CARD IS FIXED.
011440*----------------------------------------------------------------
011450 T.
011460     OPEN INPUT TPARM-FILE.
011470     IF LF2-TMPM-STATUS NOT = '00'
011480         GO TO T-EXIT
011490     END-IF.
011500     READ TPARM-FILE
011510         AT END
011520             MOVE SPACE TO TP2
011530     END-READ.
011540     CLOSE TPARM-FILE.
011550     IF TP2 = 'M'
011560         SET LF2-MIDTERM-YES TO TRUE
011570         DISPLAY 'LABFOUR2 - MIDTERM PROGRESS RUN'
011580         GO TO T-EXIT
011590     END-IF.
011600     IF TP2 NOT = SPACE AND TP2 NOT = 'F'
011610         DISPLAY 'LABFOUR2 - FILETMPM RUN TYPE ' TP2
011620             ' IS NOT M, F, OR BLANK - RUN STOPPED'
011630         MOVE 16 TO RETURN-CODE
011640         STOP RUN
011650     END-IF.
011660 T-EXIT.
011670     EXIT.
011680*----------------------------------------------------------------
011690* J (REPROCESS SPLICE) BUILDS THE REPLACEMENT FILEOUT. THE
011700* PRIOR COMMITTED FILEOUT IS READ BACK ON FILEOUTO AND COPIED
011710* ROW BY ROW: THE TARGET SECTION'S OLD DETAIL AND SECTOTAL
011720* ROWS ARE DROPPED, THE REPROCESSED SECTION (HELD IN
011730* LF2-RPR-TABLE BY J4) IS WRITTEN AT ITS PLACE IN SECTION
011740* ORDER WITH A FRESH SECTOTAL, AND THE TRAILER IS REBUILT OVER
011750* EVERYTHING KEPT PLUS EVERYTHING NEW. A MISSING FILEOUTO
011760* STILL PRODUCES THE NEW SECTION AND ITS TOTALS SO NOTHING IS
011770* SILENTLY LOST.
011780*----------------------------------------------------------------
011790 J.
011800     MOVE 'N' TO LF2-OLD-EOF-SW.
011810     MOVE 'N' TO LF2-SPLICE-SW.
011820     OPEN INPUT OLD-FILE.
011830     IF LF2-OLD-STATUS NOT = '00'
011840         DISPLAY 'LABFOUR2 - FILEOUTO DID NOT OPEN, STATUS '
011850             LF2-OLD-STATUS ' - WRITING SECTION OUTPUT ONLY'
011860         PERFORM J3 THRU J3-EXIT
011870         PERFORM D THRU D-EXIT
011880         GO TO J-EXIT
011890     END-IF.
011900     PERFORM J2 THRU J2-EXIT UNTIL LF2-OLD-EOF-SW = 'Y'.
011910     CLOSE OLD-FILE.
011920     IF LF2-SPLICE-SW = 'N'
011930         PERFORM J3 THRU J3-EXIT
011940     END-IF.
011950     PERFORM D THRU D-EXIT.
011960 J-EXIT.
011970     EXIT.
011980*----------------------------------------------------------------
011990* J2 HANDLES ONE PRIOR-FILEOUT ROW. THE OLD TRAILER IS DROPPED
012000* (REBUILT BY D), THE TARGET SECTION'S OLD ROWS ARE DROPPED,
012010* AND THE FIRST ROW BELONGING TO A HIGHER SECTION TRIGGERS THE
012020* SPLICE OF THE NEW SECTION BLOCK AHEAD OF IT. KEPT GRADED
012030* DETAILS FEED THE REBUILT TRAILER'S ACCUMULATORS.
012040*----------------------------------------------------------------
012050 J2.
012060     READ OLD-FILE AT END
012070         MOVE 'Y' TO LF2-OLD-EOF-SW
012080         GO TO J2-EXIT.
012090     IF QT1 = 'TRAILER'
012100         GO TO J2-EXIT
012110     END-IF.
012120     IF QS1 = 'SECTOTAL'
012130         IF QS2 = LF2-REPR-SECT
012140             GO TO J2-EXIT
012150         END-IF
012160         IF QS2 > LF2-REPR-SECT AND LF2-SPLICE-SW = 'N'
012170             PERFORM J3 THRU J3-EXIT
012180         END-IF
012190         WRITE OUT-RECORD FROM OLD-RECORD
012200         GO TO J2-EXIT
012210     END-IF.
012220     IF Q0 = LF2-REPR-SECT
012230         GO TO J2-EXIT
012240     END-IF.
012250     IF Q0 > LF2-REPR-SECT AND LF2-SPLICE-SW = 'N'
012260         PERFORM J3 THRU J3-EXIT
012270     END-IF.
012280     IF Q8 NOT = 'W' AND Q8 NOT = 'I'
012290         MOVE Q6(1:2) TO TEMP1(1:2)
012300         MOVE Q6(4:2) TO TEMP1(3:2)
012310         ADD 1 TO LF2-REC-COUNT
012320         ADD TEMP1 TO LF2-CLASS-TOTAL
012330     END-IF.
012340     WRITE OUT-RECORD FROM OLD-RECORD.
012350 J2-EXIT.
012360     EXIT.
012370*----------------------------------------------------------------
012380* J3 WRITES THE NEW SECTION BLOCK AT THE SPLICE POINT: EVERY
012390* REPROCESSED DETAIL IN ORDER, THEN THE FRESH SECTOTAL FROM
012400* THE SECTION ACCUMULATORS THE NORMAL A PATH BUILT UP.
012410*----------------------------------------------------------------
012420 J3.
012430     MOVE 'Y' TO LF2-SPLICE-SW.
012440     PERFORM J5 THRU J5-EXIT
012450         VARYING LF2-RPR-IX FROM 1 BY 1
012460         UNTIL LF2-RPR-IX > LF2-RPR-COUNT.
012470     MOVE LF2-REPR-SECT TO LF2-PREV-SECTION.
012480     PERFORM K2 THRU K2-EXIT.
012490 J3-EXIT.
012500     EXIT.
012510*----------------------------------------------------------------
012520* J4 HOLDS ONE REPROCESSED DETAIL IN THE SPLICE TABLE. CALLED
012530* FROM A IN PLACE OF THE DIRECT WRITE WHEN REPROCESS MODE IS
012540* ON.
012550*----------------------------------------------------------------
012560 J4.
012570     IF LF2-RPR-COUNT NOT < LF2-RPR-MAX
012580         DISPLAY 'LABFOUR2 - MORE THAN 2000 RECORDS IN THE '
012590             'REPROCESSED SECTION - SPLIT THE RUN'
012600         MOVE 16 TO RETURN-CODE
012610         STOP RUN
012620     END-IF.
012630     ADD 1 TO LF2-RPR-COUNT.
012640     MOVE OUT-RECORD TO LF2-RPR-REC (LF2-RPR-COUNT).
012650 J4-EXIT.
012660     EXIT.
012670 J5.
012680     WRITE OUT-RECORD FROM LF2-RPR-REC (LF2-RPR-IX).
012690 J5-EXIT.
012700     EXIT.
012710*----------------------------------------------------------------
012720* RC VERIFIES THE NIGHT'S RUN LEDGER (FILERUNC) BEFORE ANY WORK
012730* IS DONE. GRADSORT OPENS THE NIGHT BY WRITING ONE ROW PER STEP
012740* OF THE CHAIN. THIS STEP MAY START ONLY WHEN ITS OWN ROW IS
012750* PENDING (OR IN ERROR FROM A FAILED TRY, SO A FIX CAN BE RERUN)
012760* AND EVERY EARLIER STEP HAS COMPLETED CLEAN -- A STEP RUN TWICE
012770* OR OUT OF ORDER STOPS HERE WITH A CONSOLE MESSAGE. THE ROW IS
012780* THEN STAMPED RUNNING WITH THE START TIME.
012790*----------------------------------------------------------------
012800 RC.
012810     PERFORM RC3 THRU RC3-EXIT.
012820     PERFORM RC5 THRU RC5-EXIT
012830         VARYING LF2-RUNC-IX FROM 1 BY 1
012840         UNTIL LF2-RUNC-IX > LF2-RUNC-COUNT.
012850     IF LF2-RUNC-SELF = 0
012860         DISPLAY 'LABFOUR2 - NO FILERUNC ROW FOR THIS STEP - '
012870             'RUN GRADSORT TO OPEN THE NIGHT'
012880         MOVE 16 TO RETURN-CODE
012890         STOP RUN
012900     END-IF.
012910     IF LF2-RUNC-OK-NO
012920         MOVE 16 TO RETURN-CODE
012930         STOP RUN
012940     END-IF.
012950     MOVE 'R' TO LF2-RN-STAT (LF2-RUNC-SELF).
012960     MOVE LF2-RUN-DATE TO LF2-RN-SDATE (LF2-RUNC-SELF).
012970     MOVE LF2-RUN-TIME(1:6) TO LF2-RN-STIME (LF2-RUNC-SELF).
012980     MOVE 0 TO LF2-RN-EDATE (LF2-RUNC-SELF).
012990     MOVE 0 TO LF2-RN-ETIME (LF2-RUNC-SELF).
013000     MOVE 0 TO LF2-RN-COUNT (LF2-RUNC-SELF).
013010     PERFORM RC4 THRU RC4-EXIT.
013020 RC-EXIT.
013030     EXIT.
013040*----------------------------------------------------------------
013050* RC2 STAMPS THIS STEP'S LEDGER ROW WITH ITS ENDING STATUS, THE
013060* END TIME, AND THE RECORD COUNT, AND SAVES THE LEDGER.
013070*----------------------------------------------------------------
013080 RC2.
013090     ACCEPT LF2-RUN-TIME FROM TIME.
013100     MOVE LF2-RUNC-END-STAT TO LF2-RN-STAT (LF2-RUNC-SELF).
013110     MOVE LF2-RUN-DATE TO LF2-RN-EDATE (LF2-RUNC-SELF).
013120     MOVE LF2-RUN-TIME(1:6) TO LF2-RN-ETIME (LF2-RUNC-SELF).
013130     MOVE LF2-REC-COUNT TO LF2-RN-COUNT (LF2-RUNC-SELF).
013140     PERFORM RC4 THRU RC4-EXIT.
013150 RC2-EXIT.
013160     EXIT.
013170*----------------------------------------------------------------
013180* RC3 LOADS THE LEDGER INTO THE TABLE. A MISSING FILERUNC MEANS
013190* GRADSORT HAS NOT OPENED THE NIGHT, SO NOTHING MAY RUN.
013200*----------------------------------------------------------------
013210 RC3.
013220     MOVE 'N' TO LF2-RUNC-EOF-SW.
013230     MOVE 0 TO LF2-RUNC-COUNT.
013240     MOVE 0 TO LF2-RUNC-SELF.
013250     SET LF2-RUNC-OK-YES TO TRUE.
013260     OPEN INPUT RUNC-FILE.
013270     IF LF2-RUNC-STATUS NOT = '00'
013280         DISPLAY 'LABFOUR2 - FILERUNC NOT AVAILABLE, STATUS '
013290             LF2-RUNC-STATUS ' - RUN GRADSORT TO OPEN THE NIGHT'
013300         MOVE 16 TO RETURN-CODE
013310         STOP RUN
013320     END-IF.
013330     PERFORM RC6 THRU RC6-EXIT UNTIL LF2-RUNC-EOF-SW = 'Y'.
013340     CLOSE RUNC-FILE.
013350 RC3-EXIT.
013360     EXIT.
013370*----------------------------------------------------------------
013380* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
013390* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
013400* CHECKPOINT.
013410*----------------------------------------------------------------
013420 RC4.
013430     OPEN OUTPUT RUNC-FILE.
013440     IF LF2-RUNC-STATUS NOT = '00'
013450         DISPLAY 'LABFOUR2 - FILERUNC WRITE OPEN FAILED, STATUS '
013460             LF2-RUNC-STATUS
013470         MOVE 16 TO RETURN-CODE
013480         STOP RUN
013490     END-IF.
013500     PERFORM RC7 THRU RC7-EXIT
013510         VARYING LF2-RUNC-IX FROM 1 BY 1
013520         UNTIL LF2-RUNC-IX > LF2-RUNC-COUNT.
013530     CLOSE RUNC-FILE.
013540 RC4-EXIT.
013550     EXIT.
013560*----------------------------------------------------------------
013570* RC5 VERIFIES ONE LEDGER ROW: THIS STEP'S OWN ROW MUST NOT BE
013580* COMPLETE OR STILL RUNNING, AND EVERY EARLIER STEP MUST HAVE
013590* COMPLETED CLEAN.
013600*----------------------------------------------------------------
013610 RC5.
013620     IF LF2-RN-STEP (LF2-RUNC-IX) = LF2-RUNC-STEP
013630         MOVE LF2-RUNC-IX TO LF2-RUNC-SELF
013640         IF LF2-RN-STAT (LF2-RUNC-IX) = 'C'
013650             DISPLAY 'LABFOUR2 - STEP ALREADY COMPLETE ON '
013660                 'FILERUNC - RAN TWICE - STOPPING'
013670             SET LF2-RUNC-OK-NO TO TRUE
013680         END-IF
013690         IF LF2-RN-STAT (LF2-RUNC-IX) = 'R'
013700             AND LF2-RESTART-COUNT = 0
013710             DISPLAY 'LABFOUR2 - STEP SHOWN STILL RUNNING ON '
013720                 'FILERUNC AND NO CHECKPOINT TO RESUME - STOPPING'
013730             SET LF2-RUNC-OK-NO TO TRUE
013740         END-IF
013750         GO TO RC5-EXIT
013760     END-IF.
013770     IF LF2-RN-STEP (LF2-RUNC-IX) < LF2-RUNC-STEP
013780         AND LF2-RN-STAT (LF2-RUNC-IX) NOT = 'C'
013790         DISPLAY 'LABFOUR2 - PRIOR STEP '
013800             LF2-RN-PROG (LF2-RUNC-IX)
013810             ' HAS NOT COMPLETED CLEAN - OUT OF ORDER - STOPPING'
013820         SET LF2-RUNC-OK-NO TO TRUE
013830     END-IF.
013840 RC5-EXIT.
013850     EXIT.
013860 RC6.
013870     READ RUNC-FILE AT END
013880         MOVE 'Y' TO LF2-RUNC-EOF-SW
013890         GO TO RC6-EXIT.
013900     IF LF2-RUNC-COUNT < 8
013910         ADD 1 TO LF2-RUNC-COUNT
013920         MOVE RUNC-RECORD TO LF2-RUNC-ENTRY (LF2-RUNC-COUNT)
013930     END-IF.
013940 RC6-EXIT.
013950     EXIT.
013960 RC7.
013970     MOVE LF2-RUNC-ENTRY (LF2-RUNC-IX) TO RUNC-RECORD.
013980     WRITE RUNC-RECORD.
013990 RC7-EXIT.
014000     EXIT.
