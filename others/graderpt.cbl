000230* 09/02/26 RH  THE SECTION BREAK NOW KEYS ON THE EXPLICIT O0
000240*              COURSE/SECTION FIELD AT THE FRONT OF FILEOUT
000250*              INSTEAD OF THE STUDENT ID'S LEADING DIGITS.
000260* 10/15/26 RH  THE PRINT COPY LEAVES THE OFFICE, SO A STUDENT WITH
000270*              A PRIVACY HOLD ON FILEMAST (M4 = 'Y') NOW PRINTS
000280*              WITH THE NAME MASKED TO 'PRIVACY HOLD' -- ID,
000290*              SCORES, AND GRADE STAY, THE SAME AS THE GRADDIST
000300*              SPLITS. THE REPORT ENDS WITH THE NUMBER OF NAMES
000310*              MASKED; FILEOUT ITSELF IS UNCHANGED AND REMAINS THE
000320*              REGISTRAR'S FULL COPY. IF FILEMAST WILL NOT OPEN
000330*              EVERY NAME IS MASKED.
000340* 10/15/26 RH  ON A MIDTERM RUN ('M' IN THE FILETMPM RUN-TYPE
000350*              BYTE) THE PAGE HEADING READS MIDTERM GRADE SO THE
000360*              PROGRESS COPY CANNOT BE MISTAKEN FOR FINALS.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GRADE-FILE ASSIGN TO FILEOUT.
000420     SELECT REPORT-FILE ASSIGN TO FILERPT.
000430     SELECT RUNC-FILE ASSIGN TO FILERUNC
000440         FILE STATUS IS GR1-RUNC-STATUS.
000450     SELECT MASTER-FILE ASSIGN TO FILEMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS M1
000490         FILE STATUS IS GR1-MAST-STATUS.
000500     SELECT PARM-FILE ASSIGN TO FILETMPM
000510         FILE STATUS IS GR1-PARM-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  GRADE-FILE LABEL RECORD IS STANDARD.
000550 01  OUT-RECORD.
000560     02  O0 PIC 99.
000570     02  O1 PIC 9(6).
000580     02  S1 PIC XX.
000590     02  O2 PIC X(12).
000600     02  S2 PIC XX.
000610     02  O3 PIC 99.99.
000620     02  S3 PIC XX.
000630     02  O4 PIC 99.99.
000640     02  S4 PIC XX.
000650     02  O5 PIC 99.99.
000660     02  S5 PIC XX.
000670     02  O6 PIC 99.99.
000680     02  O7 PIC X(32).
000690     02  O8 PIC X(01).
000700 01  TRAILER-RECORD.
000710     02  T1 PIC X(10).
000720     02  T2 PIC 9(6).
000730     02  T3 PIC 99.99.
000740 01  SUBTOTAL-RECORD.
000750     02  SB1 PIC X(10).
000760     02  SB2 PIC 99.
000770     02  SB3 PIC 99.99.
000780 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000790 01  REPORT-LINE PIC X(120).
000800 FD  RUNC-FILE LABEL RECORD IS STANDARD.
000810 01  RUNC-RECORD.
000820     02  RU1 PIC 99.
000830     02  RU2 PIC X(08).
000840     02  RU3 PIC X(01).
000850     02  RU4 PIC 9(08).
000860     02  RU5 PIC 9(06).
000870     02  RU6 PIC 9(08).
000880     02  RU7 PIC 9(06).
000890     02  RU8 PIC 9(06).
000900 FD  MASTER-FILE.
000910 01  MASTER-RECORD.
000920     02  M1 PIC 9(6).
000930     02  M2 PIC X(12).
000940     02  M3.
000950         03  M3-LINE1 PIC X(30).
000960         03  M3-LINE2 PIC X(30).
000970         03  M3-CITY PIC X(20).
000980         03  M3-STATE PIC X(02).
000990         03  M3-ZIP PIC X(10).
001000         03  M3-EMAIL PIC X(40).
001010         03  M3-PREF PIC X(01).
001020     02  M4 PIC X(01).
001030     02  FILLER PIC X(18).
001040 FD  PARM-FILE LABEL RECORD IS STANDARD.
001050 01  PARM-RECORD.
001060     02  PM1 PIC 9(06).
001070     02  PM2 PIC X(01).
001080     02  FILLER PIC X(73).
001090 WORKING-STORAGE SECTION.
001100 77  GR1-EOF-SW PIC X VALUE 'N'.
001110     88  GR1-EOF-YES VALUE 'Y'.
001120     88  GR1-EOF-NO  VALUE 'N'.
001130 77  GR1-FIRST-REC-SW PIC X VALUE 'Y'.
001140 77  GR1-CURR-SECTION PIC 99 VALUE 0.
001150 77  GR1-PAGE-COUNT PIC 9(4) VALUE 0.
001160 77  GR1-LINE-COUNT PIC 9(3) VALUE 0.
001170 77  GR1-LINES-PER-PAGE PIC 9(3) VALUE 55.
001180 77  GR1-RUN-DATE PIC 9(08) VALUE 0.
001190 77  GR1-REC-COUNT PIC 9(6) VALUE 0.
001200 77  GR1-RUN-TIME PIC 9(08) VALUE 0.
001210 77  GR1-RUNC-STATUS PIC XX VALUE SPACES.
001220 77  GR1-RUNC-STEP PIC 99 VALUE 04.
001230 77  GR1-RUNC-EOF-SW PIC X VALUE 'N'.
001240 77  GR1-RUNC-COUNT PIC 99 VALUE 0.
001250 77  GR1-RUNC-IX PIC 99 COMP VALUE 0.
001260 77  GR1-RUNC-SELF PIC 99 VALUE 0.
001270 77  GR1-RUNC-OK-SW PIC X VALUE 'Y'.
001280     88  GR1-RUNC-OK-YES VALUE 'Y'.
001290     88  GR1-RUNC-OK-NO  VALUE 'N'.
001300 77  GR1-RUNC-END-STAT PIC X VALUE 'C'.
001310 77  GR1-MAST-STATUS PIC XX VALUE SPACES.
001320 77  GR1-MAST-OPEN-SW PIC X VALUE 'N'.
001330     88  GR1-MAST-OPEN-YES VALUE 'Y'.
001340     88  GR1-MAST-OPEN-NO  VALUE 'N'.
001350 77  GR1-MASKED-COUNT PIC 9(6) VALUE 0.
001360 77  GR1-PARM-STATUS PIC XX VALUE SPACES.
001370 01  GR1-RUNC-TABLE.
001380     02  GR1-RUNC-ENTRY OCCURS 8.
001390         03  GR1-RN-STEP PIC 99.
001400         03  GR1-RN-PROG PIC X(08).
001410         03  GR1-RN-STAT PIC X(01).
001420         03  GR1-RN-SDATE PIC 9(08).
001430         03  GR1-RN-STIME PIC 9(06).
001440         03  GR1-RN-EDATE PIC 9(08).
001450         03  GR1-RN-ETIME PIC 9(06).
001460         03  GR1-RN-COUNT PIC 9(06).
001470 01  GR1-HEAD1-LINE.
001480     02  GR1-HD1-TITLE PIC X(33) VALUE
001490         'ACADEMIC RECORDS -  GRADE REPORT '.
001500     02  FILLER PIC X(10) VALUE 'RUN DATE  '.
001510     02  GR1-HD1-YYYY PIC 9(04).
001520     02  FILLER PIC X(01) VALUE '/'.
001530     02  GR1-HD1-MM PIC 9(02).
001540     02  FILLER PIC X(01) VALUE '/'.
001550     02  GR1-HD1-DD PIC 9(02).
001560     02  FILLER PIC X(53) VALUE SPACES.
001570     02  FILLER PIC X(05) VALUE 'PAGE '.
001580     02  GR1-HD1-PAGE PIC ZZZ9.
001590     02  FILLER PIC X(05) VALUE SPACES.
001600 01  GR1-HEAD2-LINE.
001610     02  FILLER PIC X(08) VALUE 'SECTION '.
001620     02  GR1-HD2-SECT PIC 99.
001630     02  FILLER PIC X(110) VALUE SPACES.
001640 01  GR1-HEAD3-LINE.
001650     02  FILLER PIC X(10) VALUE 'STUDENT ID'.
001660     02  FILLER PIC X(02) VALUE SPACES.
001670     02  FILLER PIC X(14) VALUE 'NAME          '.
001680     02  FILLER PIC X(24) VALUE
001690         'SCORE 1  SCORE 2  SCORE '.
001700     02  FILLER PIC X(12) VALUE '3   AVERAGE '.
001710     02  FILLER PIC X(07) VALUE 'GRADE  '.
001720     02  FILLER PIC X(32) VALUE 'REMARKS'.
001730     02  FILLER PIC X(19) VALUE SPACES.
001740 01  GR1-DETAIL-LINE.
001750     02  FILLER PIC X(02) VALUE SPACES.
001760     02  GR1-DET-ID PIC 9(06).
001770     02  FILLER PIC X(04) VALUE SPACES.
001780     02  GR1-DET-NAME PIC X(12).
001790     02  FILLER PIC X(02) VALUE SPACES.
001800     02  GR1-DET-SC1 PIC 99.99.
001810     02  FILLER PIC X(04) VALUE SPACES.
001820     02  GR1-DET-SC2 PIC 99.99.
001830     02  FILLER PIC X(04) VALUE SPACES.
001840     02  GR1-DET-SC3 PIC 99.99.
001850     02  FILLER PIC X(05) VALUE SPACES.
001860     02  GR1-DET-AVG PIC 99.99.
001870     02  FILLER PIC X(05) VALUE SPACES.
001880     02  GR1-DET-GRADE PIC X(01).
001890     02  FILLER PIC X(04) VALUE SPACES.
001900     02  GR1-DET-REMARKS PIC X(32).
001910     02  FILLER PIC X(19) VALUE SPACES.
001920 01  GR1-SECTOT-LINE.
001930     02  FILLER PIC X(22) VALUE
001940         '** SECTION TOTAL  SEC '.
001950     02  GR1-ST-SECT PIC 99.
001960     02  FILLER PIC X(19) VALUE '  SECTION AVERAGE  '.
001970     02  GR1-ST-AVG PIC 99.99.
001980     02  FILLER PIC X(03) VALUE ' **'.
001990     02  FILLER PIC X(69) VALUE SPACES.
002000 01  GR1-TRAIL1-LINE.
002010     02  FILLER PIC X(26) VALUE
002020         '** END OF REPORT  STUDENT '.
002030     02  FILLER PIC X(15) VALUE 'RECORDS GRADED '.
002040     02  GR1-TR-COUNT PIC ZZZ,ZZ9.
002050     02  FILLER PIC X(17) VALUE '  CLASS AVERAGE  '.
002060     02  GR1-TR-AVG PIC 99.99.
002070     02  FILLER PIC X(03) VALUE ' **'.
002080     02  FILLER PIC X(47) VALUE SPACES.
002090 01  GR1-MASKED-LINE.
002100     02  FILLER PIC X(32) VALUE
002110         '** NAMES MASKED - PRIVACY HOLD  '.
002120     02  GR1-MK-COUNT PIC ZZZ,ZZ9.
002130     02  FILLER PIC X(03) VALUE ' **'.
002140     02  FILLER PIC X(78) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     ACCEPT GR1-RUN-DATE FROM DATE YYYYMMDD.
002180     ACCEPT GR1-RUN-TIME FROM TIME.
002190     PERFORM RC THRU RC-EXIT.
002200     PERFORM F THRU F-EXIT.
002210     MOVE GR1-RUN-DATE(1:4) TO GR1-HD1-YYYY.
002220     MOVE GR1-RUN-DATE(5:2) TO GR1-HD1-MM.
002230     MOVE GR1-RUN-DATE(7:2) TO GR1-HD1-DD.
002240     OPEN INPUT MASTER-FILE.
002250     IF GR1-MAST-STATUS = '00'
002260         SET GR1-MAST-OPEN-YES TO TRUE
002270     ELSE
002280         DISPLAY 'GRADERPT - FILEMAST DID NOT OPEN, STATUS '
002290             GR1-MAST-STATUS ' - EVERY NAME WILL BE MASKED'
002300     END-IF.
002310     OPEN INPUT GRADE-FILE.
002320     OPEN OUTPUT REPORT-FILE.
002330     PERFORM A THRU A-EXIT UNTIL GR1-EOF-YES.
002340     MOVE GR1-MASKED-COUNT TO GR1-MK-COUNT.
002350     WRITE REPORT-LINE FROM GR1-MASKED-LINE
002360         AFTER ADVANCING 2 LINES.
002370     DISPLAY 'GRADERPT - NAMES MASKED FOR PRIVACY HOLD: '
002380         GR1-MASKED-COUNT.
002390     IF GR1-MAST-OPEN-YES
002400         CLOSE MASTER-FILE
002410     END-IF.
002420     CLOSE GRADE-FILE.
002430     CLOSE REPORT-FILE.
002440     PERFORM RC2 THRU RC2-EXIT.
002450     STOP RUN.
002460*----------------------------------------------------------------
002470* A READS ONE FILEOUT RECORD AND DISPATCHES ON ITS TYPE. THE
002480* THREE RECORD TYPES SHARE ONE RECORD AREA, SO THE LABEL IN THE
002490* FIRST TEN BYTES TELLS A SECTOTAL OR TRAILER FROM A DETAIL ROW
002500* (WHOSE FIRST BYTES ARE THE NUMERIC STUDENT ID).
002510*----------------------------------------------------------------
002520 A.
002530     READ GRADE-FILE AT END
002540         SET GR1-EOF-YES TO TRUE
002550         GO TO A-EXIT.
002560     IF T1 = 'TRAILER'
002570         PERFORM E THRU E-EXIT
002580         GO TO A-EXIT
002590     END-IF.
002600     IF SB1 = 'SECTOTAL'
002610         PERFORM D THRU D-EXIT
002620         GO TO A-EXIT
002630     END-IF.
002640     PERFORM B THRU B-EXIT.
002650 A-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* B PRINTS ONE DETAIL ROW. A SECTION CHANGE (OR THE FIRST ROW)
002690* FORCES A NEW PAGE WITH FULL HEADINGS; A FULL PAGE WITHIN A
002700* SECTION GETS THE SAME HEADINGS FOR THE SAME SECTION. A
002710* PRIVACY-HOLD STUDENT'S NAME IS MASKED (H).
002720*----------------------------------------------------------------
002730 B.
002740     IF GR1-FIRST-REC-SW = 'Y'
002750         MOVE 'N' TO GR1-FIRST-REC-SW
002760         MOVE O0 TO GR1-CURR-SECTION
002770         PERFORM P THRU P-EXIT
002780     ELSE
002790         IF O0 NOT = GR1-CURR-SECTION
002800             MOVE O0 TO GR1-CURR-SECTION
002810             PERFORM P THRU P-EXIT
002820         ELSE
002830             IF GR1-LINE-COUNT NOT < GR1-LINES-PER-PAGE
002840                 PERFORM P THRU P-EXIT
002850             END-IF
002860         END-IF
002870     END-IF.
002880     MOVE O1 TO GR1-DET-ID.
002890     MOVE O2 TO GR1-DET-NAME.
002900     PERFORM H THRU H-EXIT.
002910     MOVE O3 TO GR1-DET-SC1.
002920     MOVE O4 TO GR1-DET-SC2.
002930     MOVE O5 TO GR1-DET-SC3.
002940     MOVE O6 TO GR1-DET-AVG.
002950     MOVE O8 TO GR1-DET-GRADE.
002960     MOVE O7 TO GR1-DET-REMARKS.
002970     WRITE REPORT-LINE FROM GR1-DETAIL-LINE
002980         AFTER ADVANCING 1 LINE.
002990     ADD 1 TO GR1-LINE-COUNT.
003000     ADD 1 TO GR1-REC-COUNT.
003010 B-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* H LOOKS THE DETAIL ROW'S STUDENT UP ON FILEMAST AND MASKS THE
003050* NAME FOR A PRIVACY HOLD (M4 = 'Y'). NOT ON FILEMAST MEANS NO
003060* HOLD RECORDED; NO FILEMAST AT ALL MASKS EVERY NAME.
003070*----------------------------------------------------------------
003080 H.
003090     IF GR1-MAST-OPEN-YES
003100         MOVE O1 TO M1
003110         READ MASTER-FILE
003120             INVALID KEY
003130                 GO TO H-EXIT
003140         END-READ
003150         IF M4 NOT = 'Y'
003160             GO TO H-EXIT
003170         END-IF
003180     END-IF.
003190     MOVE 'PRIVACY HOLD' TO GR1-DET-NAME.
003200     ADD 1 TO GR1-MASKED-COUNT.
003210 H-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* D PRINTS THE LABELED SECTION TOTAL LINE FOR A SECTOTAL RECORD.
003250*----------------------------------------------------------------
003260 D.
003270     MOVE SB2 TO GR1-ST-SECT.
003280     MOVE SB3 TO GR1-ST-AVG.
003290     WRITE REPORT-LINE FROM GR1-SECTOT-LINE
003300         AFTER ADVANCING 2 LINES.
003310     ADD 2 TO GR1-LINE-COUNT.
003320 D-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* E PRINTS THE LABELED END-OF-REPORT LINE FOR THE TRAILER.
003360*----------------------------------------------------------------
003370 E.
003380     MOVE T2 TO GR1-TR-COUNT.
003390     MOVE T3 TO GR1-TR-AVG.
003400     WRITE REPORT-LINE FROM GR1-TRAIL1-LINE
003410         AFTER ADVANCING 2 LINES.
003420     ADD 2 TO GR1-LINE-COUNT.
003430 E-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* P STARTS A NEW PAGE: REPORT HEADING WITH RUN DATE AND PAGE
003470* NUMBER, SECTION HEADING FOR GR1-CURR-SECTION, AND THE COLUMN
003480* HEADERS, THEN RESETS THE LINE COUNT.
003490*----------------------------------------------------------------
003500 P.
003510     ADD 1 TO GR1-PAGE-COUNT.
003520     MOVE GR1-PAGE-COUNT TO GR1-HD1-PAGE.
003530     WRITE REPORT-LINE FROM GR1-HEAD1-LINE
003540         AFTER ADVANCING PAGE.
003550     MOVE GR1-CURR-SECTION TO GR1-HD2-SECT.
003560     WRITE REPORT-LINE FROM GR1-HEAD2-LINE
003570         AFTER ADVANCING 2 LINES.
003580     WRITE REPORT-LINE FROM GR1-HEAD3-LINE
003590         AFTER ADVANCING 2 LINES.
003600     MOVE SPACES TO REPORT-LINE.
003610     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003620     MOVE 6 TO GR1-LINE-COUNT.
003630 P-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* F READS THE RUN-TYPE BYTE OFF THE FILETMPM TERM CARD. A MIDTERM
003670* RUN RETITLES THE PAGE HEADING; NO CARD MEANS A FINAL RUN.
003680*----------------------------------------------------------------
003690 F.
003700     OPEN INPUT PARM-FILE.
003710     IF GR1-PARM-STATUS NOT = '00'
003720         GO TO F-EXIT
003730     END-IF.
003740     READ PARM-FILE
003750         AT END
003760             CONTINUE
003770         NOT AT END
003780             IF PM2 = 'M'
003790                 MOVE 'ACADEMIC RECORDS - MIDTERM GRADE '
003800                     TO GR1-HD1-TITLE
003810             END-IF
003820     END-READ.
003830     CLOSE PARM-FILE.
003840 F-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* RC VERIFIES THE NIGHT'S RUN LEDGER (FILERUNC) BEFORE ANY WORK
003880* IS DONE. GRADSORT OPENS THE NIGHT BY WRITING ONE ROW PER STEP
003890* OF THE CHAIN. THIS STEP MAY START ONLY WHEN ITS OWN ROW IS
003900* PENDING (OR IN ERROR FROM A FAILED TRY, SO A FIX CAN BE RERUN)
003910* AND EVERY EARLIER STEP HAS COMPLETED CLEAN -- A STEP RUN TWICE
003920* OR OUT OF ORDER STOPS HERE WITH A CONSOLE MESSAGE. THE ROW IS
003930* THEN STAMPED RUNNING WITH THE START TIME.
003940*----------------------------------------------------------------
003950 RC.
003960     PERFORM RC3 THRU RC3-EXIT.
003970     PERFORM RC5 THRU RC5-EXIT
003980         VARYING GR1-RUNC-IX FROM 1 BY 1
003990         UNTIL GR1-RUNC-IX > GR1-RUNC-COUNT.
004000     IF GR1-RUNC-SELF = 0
004010         DISPLAY 'GRADERPT - NO FILERUNC ROW FOR THIS STEP - '
004020             'RUN GRADSORT TO OPEN THE NIGHT'
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     IF GR1-RUNC-OK-NO
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     MOVE 'R' TO GR1-RN-STAT (GR1-RUNC-SELF).
004110     MOVE GR1-RUN-DATE TO GR1-RN-SDATE (GR1-RUNC-SELF).
004120     MOVE GR1-RUN-TIME(1:6) TO GR1-RN-STIME (GR1-RUNC-SELF).
004130     MOVE 0 TO GR1-RN-EDATE (GR1-RUNC-SELF).
004140     MOVE 0 TO GR1-RN-ETIME (GR1-RUNC-SELF).
004150     MOVE 0 TO GR1-RN-COUNT (GR1-RUNC-SELF).
004160     PERFORM RC4 THRU RC4-EXIT.
004170 RC-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* RC2 STAMPS THIS STEP'S LEDGER ROW WITH ITS ENDING STATUS, THE
004210* END TIME, AND THE RECORD COUNT, AND SAVES THE LEDGER.
004220*----------------------------------------------------------------
004230 RC2.
004240     ACCEPT GR1-RUN-TIME FROM TIME.
004250     MOVE GR1-RUNC-END-STAT TO GR1-RN-STAT (GR1-RUNC-SELF).
004260     MOVE GR1-RUN-DATE TO GR1-RN-EDATE (GR1-RUNC-SELF).
004270     MOVE GR1-RUN-TIME(1:6) TO GR1-RN-ETIME (GR1-RUNC-SELF).
004280     MOVE GR1-REC-COUNT TO GR1-RN-COUNT (GR1-RUNC-SELF).
004290     PERFORM RC4 THRU RC4-EXIT.
004300 RC2-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* RC3 LOADS THE LEDGER INTO THE TABLE. A MISSING FILERUNC MEANS
004340* GRADSORT HAS NOT OPENED THE NIGHT, SO NOTHING MAY RUN.
004350*----------------------------------------------------------------
004360 RC3.
004370     MOVE 'N' TO GR1-RUNC-EOF-SW.
004380     MOVE 0 TO GR1-RUNC-COUNT.
004390     MOVE 0 TO GR1-RUNC-SELF.
004400     SET GR1-RUNC-OK-YES TO TRUE.
004410     OPEN INPUT RUNC-FILE.
004420     IF GR1-RUNC-STATUS NOT = '00'
004430         DISPLAY 'GRADERPT - FILERUNC NOT AVAILABLE, STATUS '
004440             GR1-RUNC-STATUS ' - RUN GRADSORT TO OPEN THE NIGHT'
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     PERFORM RC6 THRU RC6-EXIT UNTIL GR1-RUNC-EOF-SW = 'Y'.
004490     CLOSE RUNC-FILE.
004500 RC3-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
004540* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
004550* CHECKPOINT.
004560*----------------------------------------------------------------
004570 RC4.
004580     OPEN OUTPUT RUNC-FILE.
004590     IF GR1-RUNC-STATUS NOT = '00'
004600         DISPLAY 'GRADERPT - FILERUNC WRITE OPEN FAILED, STATUS '
004610             GR1-RUNC-STATUS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     PERFORM RC7 THRU RC7-EXIT
004660         VARYING GR1-RUNC-IX FROM 1 BY 1
004670         UNTIL GR1-RUNC-IX > GR1-RUNC-COUNT.
004680     CLOSE RUNC-FILE.
004690 RC4-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* RC5 VERIFIES ONE LEDGER ROW: THIS STEP'S OWN ROW MUST NOT BE
004730* COMPLETE OR STILL RUNNING, AND EVERY EARLIER STEP MUST HAVE
004740* COMPLETED CLEAN.
004750*----------------------------------------------------------------
004760 RC5.
004770     IF GR1-RN-STEP (GR1-RUNC-IX) = GR1-RUNC-STEP
004780         MOVE GR1-RUNC-IX TO GR1-RUNC-SELF
004790         IF GR1-RN-STAT (GR1-RUNC-IX) = 'C'
004800             DISPLAY 'GRADERPT - STEP ALREADY COMPLETE ON '
004810                 'FILERUNC - RAN TWICE - STOPPING'
004820             SET GR1-RUNC-OK-NO TO TRUE
004830         END-IF
004840         IF GR1-RN-STAT (GR1-RUNC-IX) = 'R'
004850             DISPLAY 'GRADERPT - STEP SHOWN STILL RUNNING ON '
004860                 'FILERUNC - STOPPING'
004870             SET GR1-RUNC-OK-NO TO TRUE
004880         END-IF
004890         GO TO RC5-EXIT
004900     END-IF.
004910     IF GR1-RN-STEP (GR1-RUNC-IX) < GR1-RUNC-STEP
004920         AND GR1-RN-STAT (GR1-RUNC-IX) NOT = 'C'
004930         DISPLAY 'GRADERPT - PRIOR STEP '
004940             GR1-RN-PROG (GR1-RUNC-IX)
004950             ' HAS NOT COMPLETED CLEAN - OUT OF ORDER - STOPPING'
004960         SET GR1-RUNC-OK-NO TO TRUE
004970     END-IF.
004980 RC5-EXIT.
004990     EXIT.
005000 RC6.
005010     READ RUNC-FILE AT END
005020         MOVE 'Y' TO GR1-RUNC-EOF-SW
005030         GO TO RC6-EXIT.
005040     IF GR1-RUNC-COUNT < 8
005050         ADD 1 TO GR1-RUNC-COUNT
005060         MOVE RUNC-RECORD TO GR1-RUNC-ENTRY (GR1-RUNC-COUNT)
005070     END-IF.
005080 RC6-EXIT.
005090     EXIT.
005100 RC7.
005110     MOVE GR1-RUNC-ENTRY (GR1-RUNC-IX) TO RUNC-RECORD.
005120     WRITE RUNC-RECORD.
005130 RC7-EXIT.
005140     EXIT.
