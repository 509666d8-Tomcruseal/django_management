000280*              ROWS COLLIDING. THE REPORT LINES SHOW THE
000290*              SECTION AHEAD OF THE ID, AND FILEPREV CARRIES
000300*              THE SAME SECTION FIELD AS TONIGHT'S FILEOUT.
000310* 10/15/26 RH  MIDTERM RUN MODE. ON AN 'M' IN THE FILETMPM
000320*              RUN-TYPE BYTE FILEOUT HOLDS PROGRESS GRADES, NOT
000330*              FINALS, SO NO COMPARISON IS MADE -- NO GRADE CHANGE
000340*              NOTICE MAY COME FROM A MIDTERM. THE REPORT CARRIES
000350*              A ONE-LINE NOTE AND THE LEDGER ROW IS STILL STAMPED
000360*              COMPLETE WITH A ZERO COUNT SO THE NIGHT VERIFIES.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT NEW-FILE ASSIGN TO FILEOUT
000420         FILE STATUS IS GC1-NEW-STATUS.
000430     SELECT PREV-FILE ASSIGN TO FILEPREV
000440         FILE STATUS IS GC1-PREV-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO FILECMPR.
000460     SELECT RUNC-FILE ASSIGN TO FILERUNC
000470         FILE STATUS IS GC1-RUNC-STATUS.
000480     SELECT PARM-FILE ASSIGN TO FILETMPM
000490         FILE STATUS IS GC1-PARM-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  NEW-FILE LABEL RECORD IS STANDARD.
000530 01  OUT-RECORD.
000540     02  O0 PIC 99.
000550     02  O1 PIC 9(6).
000560     02  S1 PIC XX.
000570     02  O2 PIC X(12).
000580     02  S2 PIC XX.
000590     02  O3 PIC 99.99.
000600     02  S3 PIC XX.
000610     02  O4 PIC 99.99.
000620     02  S4 PIC XX.
000630     02  O5 PIC 99.99.
000640     02  S5 PIC XX.
000650     02  O6 PIC 99.99.
000660     02  O7 PIC X(32).
000670     02  O8 PIC X(01).
000680 01  TRAILER-RECORD.
000690     02  T1 PIC X(10).
000700     02  T2 PIC 9(6).
000710     02  T3 PIC 99.99.
000720 01  SUBTOTAL-RECORD.
000730     02  SB1 PIC X(10).
000740     02  SB2 PIC 99.
000750     02  SB3 PIC 99.99.
000760 FD  PREV-FILE LABEL RECORD IS STANDARD.
000770 01  PREV-RECORD.
000780     02  P0 PIC 99.
000790     02  PO1 PIC 9(6).
000800     02  PS1 PIC XX.
000810     02  PO2 PIC X(12).
000820     02  PS2 PIC XX.
000830     02  PO3 PIC 99.99.
000840     02  PS3 PIC XX.
000850     02  PO4 PIC 99.99.
000860     02  PS4 PIC XX.
000870     02  PO5 PIC 99.99.
000880     02  PS5 PIC XX.
000890     02  PO6 PIC 99.99.
000900     02  PO7 PIC X(32).
000910     02  PO8 PIC X(01).
000920 01  PREV-TRAILER.
000930     02  PT1 PIC X(10).
000940     02  PT2 PIC 9(6).
000950     02  PT3 PIC 99.99.
000960 01  PREV-SUBTOTAL.
000970     02  PSB1 PIC X(10).
000980     02  PSB2 PIC 99.
000990     02  PSB3 PIC 99.99.
001000 FD  REPORT-FILE LABEL RECORD IS OMITTED.
001010 01  REPORT-LINE PIC X(120).
001020 FD  RUNC-FILE LABEL RECORD IS STANDARD.
001030 01  RUNC-RECORD.
001040     02  RU1 PIC 99.
001050     02  RU2 PIC X(08).
001060     02  RU3 PIC X(01).
001070     02  RU4 PIC 9(08).
001080     02  RU5 PIC 9(06).
001090     02  RU6 PIC 9(08).
001100     02  RU7 PIC 9(06).
001110     02  RU8 PIC 9(06).
001120 FD  PARM-FILE LABEL RECORD IS STANDARD.
001130 01  PARM-RECORD.
001140     02  PM1 PIC 9(06).
001150     02  PM2 PIC X(01).
001160     02  FILLER PIC X(73).
001170 WORKING-STORAGE SECTION.
001180 77  GC1-NEW-STATUS PIC XX VALUE SPACES.
001190 77  GC1-PREV-STATUS PIC XX VALUE SPACES.
001200 77  GC1-PREV-OPEN-SW PIC X VALUE 'N'.
001210     88  GC1-PREV-OPEN-YES VALUE 'Y'.
001220     88  GC1-PREV-OPEN-NO  VALUE 'N'.
001230 77  GC1-RUN-DATE PIC 9(08) VALUE 0.
001240 77  GC1-DETAIL-COUNT PIC 9(6) VALUE 0.
001250 77  GC1-RUN-TIME PIC 9(08) VALUE 0.
001260 77  GC1-RUNC-STATUS PIC XX VALUE SPACES.
001270 77  GC1-RUNC-STEP PIC 99 VALUE 07.
001280 77  GC1-RUNC-EOF-SW PIC X VALUE 'N'.
001290 77  GC1-RUNC-COUNT PIC 99 VALUE 0.
001300 77  GC1-RUNC-IX PIC 99 COMP VALUE 0.
001310 77  GC1-RUNC-SELF PIC 99 VALUE 0.
001320 77  GC1-RUNC-OK-SW PIC X VALUE 'Y'.
001330     88  GC1-RUNC-OK-YES VALUE 'Y'.
001340     88  GC1-RUNC-OK-NO  VALUE 'N'.
001350 77  GC1-RUNC-END-STAT PIC X VALUE 'C'.
001360 77  GC1-PARM-STATUS PIC XX VALUE SPACES.
001370 77  GC1-RUN-TYPE PIC X VALUE SPACE.
001380     88  GC1-MIDTERM-YES VALUE 'M'.
001390 01  GC1-RUNC-TABLE.
001400     02  GC1-RUNC-ENTRY OCCURS 8.
001410         03  GC1-RN-STEP PIC 99.
001420         03  GC1-RN-PROG PIC X(08).
001430         03  GC1-RN-STAT PIC X(01).
001440         03  GC1-RN-SDATE PIC 9(08).
001450         03  GC1-RN-STIME PIC 9(06).
001460         03  GC1-RN-EDATE PIC 9(08).
001470         03  GC1-RN-ETIME PIC 9(06).
001480         03  GC1-RN-COUNT PIC 9(06).
001490 77  GC1-NEW-ID PIC 9(9) VALUE 0.
001500 77  GC1-PREV-ID PIC 9(9) VALUE 0.
001510 77  GC1-NEW-NAME PIC X(12) VALUE SPACES.
001520 77  GC1-PREV-NAME PIC X(12) VALUE SPACES.
001530 77  GC1-NEW-AVG PIC X(05) VALUE SPACES.
001540 77  GC1-PREV-AVG PIC X(05) VALUE SPACES.
001550 77  GC1-NEW-GRADE PIC X VALUE SPACE.
001560 77  GC1-PREV-GRADE PIC X VALUE SPACE.
001570 77  GC1-CHANGED-COUNT PIC 9(6) VALUE 0.
001580 77  GC1-SAME-COUNT PIC 9(6) VALUE 0.
001590 77  GC1-NEWSTU-COUNT PIC 9(6) VALUE 0.
001600 77  GC1-DROPPED-COUNT PIC 9(6) VALUE 0.
001610 01  GC1-HEAD-LINE.
001620     02  FILLER PIC X(42) VALUE
001630         'ACADEMIC RECORDS - GRADE CHANGE REPORT    '.
001640     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001650     02  GC1-HD-DATE PIC 9(08).
001660     02  FILLER PIC X(61) VALUE SPACES.
001670 01  GC1-CHANGE-LINE.
001680     02  GC1-CH-SECT PIC 99.
001690     02  FILLER PIC X(01) VALUE '/'.
001700     02  GC1-CH-ID PIC 9(06).
001710     02  FILLER PIC X(02) VALUE SPACES.
001720     02  GC1-CH-NAME PIC X(12).
001730     02  FILLER PIC X(02) VALUE SPACES.
001740     02  FILLER PIC X(14) VALUE 'GRADE CHANGE  '.
001750     02  FILLER PIC X(04) VALUE 'WAS '.
001760     02  GC1-CH-OLD-AVG PIC X(05).
001770     02  FILLER PIC X(01) VALUE SPACE.
001780     02  GC1-CH-OLD-GRADE PIC X(01).
001790     02  FILLER PIC X(08) VALUE '  IS NOW'.
001800     02  FILLER PIC X(01) VALUE SPACE.
001810     02  GC1-CH-NEW-AVG PIC X(05).
001820     02  FILLER PIC X(01) VALUE SPACE.
001830     02  GC1-CH-NEW-GRADE PIC X(01).
001840     02  FILLER PIC X(54) VALUE SPACES.
001850 01  GC1-NEWSTU-LINE.
001860     02  GC1-NS-SECT PIC 99.
001870     02  FILLER PIC X(01) VALUE '/'.
001880     02  GC1-NS-ID PIC 9(06).
001890     02  FILLER PIC X(02) VALUE SPACES.
001900     02  GC1-NS-NAME PIC X(12).
001910     02  FILLER PIC X(02) VALUE SPACES.
001920     02  FILLER PIC X(16) VALUE 'NEW ON FILE     '.
001930     02  GC1-NS-AVG PIC X(05).
001940     02  FILLER PIC X(01) VALUE SPACE.
001950     02  GC1-NS-GRADE PIC X(01).
001960     02  FILLER PIC X(72) VALUE SPACES.
001970 01  GC1-DROP-LINE.
001980     02  GC1-DR-SECT PIC 99.
001990     02  FILLER PIC X(01) VALUE '/'.
002000     02  GC1-DR-ID PIC 9(06).
002010     02  FILLER PIC X(02) VALUE SPACES.
002020     02  GC1-DR-NAME PIC X(12).
002030     02  FILLER PIC X(02) VALUE SPACES.
002040     02  FILLER PIC X(16) VALUE 'DROPPED OFF FILE'.
002050     02  FILLER PIC X(05) VALUE ' WAS '.
002060     02  GC1-DR-AVG PIC X(05).
002070     02  FILLER PIC X(01) VALUE SPACE.
002080     02  GC1-DR-GRADE PIC X(01).
002090     02  FILLER PIC X(67) VALUE SPACES.
002100 01  GC1-TOTAL-LINE.
002110     02  FILLER PIC X(09) VALUE 'CHANGED: '.
002120     02  GC1-TOT-CHANGED PIC ZZZ,ZZ9.
002130     02  FILLER PIC X(13) VALUE '  UNCHANGED: '.
002140     02  GC1-TOT-SAME PIC ZZZ,ZZ9.
002150     02  FILLER PIC X(07) VALUE '  NEW: '.
002160     02  GC1-TOT-NEW PIC ZZZ,ZZ9.
002170     02  FILLER PIC X(11) VALUE '  DROPPED: '.
002180     02  GC1-TOT-DROPPED PIC ZZZ,ZZ9.
002190     02  FILLER PIC X(45) VALUE SPACES.
002200 01  GC1-NOTE-LINE.
002210     02  FILLER PIC X(50) VALUE
002220         'MIDTERM RUN - NO COMPARISON, FILEPREV NOT USED    '.
002230     02  FILLER PIC X(70) VALUE SPACES.
002240 PROCEDURE DIVISION.
002250 0000-MAINLINE.
002260     ACCEPT GC1-RUN-DATE FROM DATE YYYYMMDD.
002270     ACCEPT GC1-RUN-TIME FROM TIME.
002280     PERFORM RC THRU RC-EXIT.
002290     OPEN OUTPUT REPORT-FILE.
002300     MOVE GC1-RUN-DATE TO GC1-HD-DATE.
002310     WRITE REPORT-LINE FROM GC1-HEAD-LINE
002320         AFTER ADVANCING PAGE.
002330     MOVE SPACES TO REPORT-LINE.
002340     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002350     PERFORM F THRU F-EXIT.
002360     IF GC1-MIDTERM-YES
002370         WRITE REPORT-LINE FROM GC1-NOTE-LINE
002380             AFTER ADVANCING 1 LINE
002390         DISPLAY 'GRADCOMP - MIDTERM RUN - NO COMPARISON'
002400         PERFORM RC2 THRU RC2-EXIT
002410         CLOSE REPORT-FILE
002420         STOP RUN
002430     END-IF.
002440     OPEN INPUT NEW-FILE.
002450     IF GC1-NEW-STATUS NOT = '00'
002460         DISPLAY 'GRADCOMP - FILEOUT DID NOT OPEN, STATUS '
002470             GC1-NEW-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         MOVE 'E' TO GC1-RUNC-END-STAT
002500         PERFORM RC2 THRU RC2-EXIT
002510         CLOSE REPORT-FILE
002520         STOP RUN
002530     END-IF.
002540     OPEN INPUT PREV-FILE.
002550     IF GC1-PREV-STATUS = '00'
002560         SET GC1-PREV-OPEN-YES TO TRUE
002570     ELSE
002580         DISPLAY 'GRADCOMP - FILEPREV DID NOT OPEN, STATUS '
002590             GC1-PREV-STATUS ' - WHOLE FILE REPORTS AS NEW'
002600         MOVE 999999999 TO GC1-PREV-ID
002610     END-IF.
002620     PERFORM RN THRU RN-EXIT.
002630     IF GC1-PREV-OPEN-YES
002640         PERFORM RP THRU RP-EXIT
002650     END-IF.
002660     PERFORM M THRU M-EXIT
002670         UNTIL GC1-NEW-ID = 999999999
002680             AND GC1-PREV-ID = 999999999.
002690     MOVE GC1-CHANGED-COUNT TO GC1-TOT-CHANGED.
002700     MOVE GC1-SAME-COUNT TO GC1-TOT-SAME.
002710     MOVE GC1-NEWSTU-COUNT TO GC1-TOT-NEW.
002720     MOVE GC1-DROPPED-COUNT TO GC1-TOT-DROPPED.
002730     WRITE REPORT-LINE FROM GC1-TOTAL-LINE
002740         AFTER ADVANCING 2 LINES.
002750     CLOSE NEW-FILE.
002760     IF GC1-PREV-OPEN-YES
002770         CLOSE PREV-FILE
002780     END-IF.
002790     PERFORM RC2 THRU RC2-EXIT.
002800     CLOSE REPORT-FILE.
002810     STOP RUN.
002820*----------------------------------------------------------------
002830* F READS THE RUN-TYPE BYTE OFF THE FILETMPM TERM CARD. NO CARD
002840* MEANS A FINAL RUN AND THE COMPARISON GOES AHEAD.
002850*----------------------------------------------------------------
002860 F.
002870     OPEN INPUT PARM-FILE.
002880     IF GC1-PARM-STATUS NOT = '00'
002890         GO TO F-EXIT
002900     END-IF.
002910     READ PARM-FILE
002920         AT END
002930             CONTINUE
002940         NOT AT END
002950             MOVE PM2 TO GC1-RUN-TYPE
002960     END-READ.
002970     CLOSE PARM-FILE.
002980 F-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010* M COMPARES THE TWO FILES' CURRENT STUDENTS. EQUAL IDS ARE
003020* CHECKED FOR AN AVERAGE OR GRADE CHANGE AND BOTH FILES
003030* ADVANCE; A LOW NEW ID IS A STUDENT NEW TO THE FILE; A LOW
003040* PRIOR ID IS A STUDENT WHO DROPPED OFF.
003050*----------------------------------------------------------------
003060 M.
003070     IF GC1-NEW-ID = GC1-PREV-ID
003080         IF GC1-NEW-AVG NOT = GC1-PREV-AVG
003090             OR GC1-NEW-GRADE NOT = GC1-PREV-GRADE
003100             ADD 1 TO GC1-CHANGED-COUNT
003110             MOVE GC1-NEW-ID(2:2) TO GC1-CH-SECT
003120             MOVE GC1-NEW-ID(4:6) TO GC1-CH-ID
003130             MOVE GC1-NEW-NAME TO GC1-CH-NAME
003140             MOVE GC1-PREV-AVG TO GC1-CH-OLD-AVG
003150             MOVE GC1-PREV-GRADE TO GC1-CH-OLD-GRADE
003160             MOVE GC1-NEW-AVG TO GC1-CH-NEW-AVG
003170             MOVE GC1-NEW-GRADE TO GC1-CH-NEW-GRADE
003180             WRITE REPORT-LINE FROM GC1-CHANGE-LINE
003190                 AFTER ADVANCING 1 LINE
003200         ELSE
003210             ADD 1 TO GC1-SAME-COUNT
003220         END-IF
003230         PERFORM RN THRU RN-EXIT
003240         PERFORM RP THRU RP-EXIT
003250         GO TO M-EXIT
003260     END-IF.
003270     IF GC1-NEW-ID < GC1-PREV-ID
003280         ADD 1 TO GC1-NEWSTU-COUNT
003290         MOVE GC1-NEW-ID(2:2) TO GC1-NS-SECT
003300         MOVE GC1-NEW-ID(4:6) TO GC1-NS-ID
003310         MOVE GC1-NEW-NAME TO GC1-NS-NAME
003320         MOVE GC1-NEW-AVG TO GC1-NS-AVG
003330         MOVE GC1-NEW-GRADE TO GC1-NS-GRADE
003340         WRITE REPORT-LINE FROM GC1-NEWSTU-LINE
003350             AFTER ADVANCING 1 LINE
003360         PERFORM RN THRU RN-EXIT
003370         GO TO M-EXIT
003380     END-IF.
003390     ADD 1 TO GC1-DROPPED-COUNT.
003400     MOVE GC1-PREV-ID(2:2) TO GC1-DR-SECT.
003410     MOVE GC1-PREV-ID(4:6) TO GC1-DR-ID.
003420     MOVE GC1-PREV-NAME TO GC1-DR-NAME.
003430     MOVE GC1-PREV-AVG TO GC1-DR-AVG.
003440     MOVE GC1-PREV-GRADE TO GC1-DR-GRADE.
003450     WRITE REPORT-LINE FROM GC1-DROP-LINE
003460         AFTER ADVANCING 1 LINE.
003470     PERFORM RP THRU RP-EXIT.
003480 M-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* RN READS TONIGHT'S FILE FORWARD TO ITS NEXT DETAIL ROW,
003520* SAVING THE FIELDS THE MATCH NEEDS. SECTOTAL AND TRAILER ROWS
003530* ARE STRUCTURAL AND SKIPPED. EOF PARKS THE HIGH SENTINEL.
003540*----------------------------------------------------------------
003550 RN.
003560     READ NEW-FILE AT END
003570         MOVE 999999999 TO GC1-NEW-ID
003580         GO TO RN-EXIT.
003590     IF T1 = 'TRAILER' OR SB1 = 'SECTOTAL'
003600         GO TO RN
003610     END-IF.
003620     MOVE 0 TO GC1-NEW-ID(1:1).
003630     MOVE O0 TO GC1-NEW-ID(2:2).
003640     MOVE O1 TO GC1-NEW-ID(4:6).
003650     MOVE O2 TO GC1-NEW-NAME.
003660     MOVE O6 TO GC1-NEW-AVG.
003670     MOVE O8 TO GC1-NEW-GRADE.
003680     ADD 1 TO GC1-DETAIL-COUNT.
003690 RN-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* RP READS THE PRIOR GENERATION FORWARD TO ITS NEXT DETAIL ROW,
003730* SAME RULES AS RN.
003740*----------------------------------------------------------------
003750 RP.
003760     READ PREV-FILE AT END
003770         MOVE 999999999 TO GC1-PREV-ID
003780         GO TO RP-EXIT.
003790     IF PT1 = 'TRAILER' OR PSB1 = 'SECTOTAL'
003800         GO TO RP
003810     END-IF.
003820     MOVE 0 TO GC1-PREV-ID(1:1).
003830     MOVE P0 TO GC1-PREV-ID(2:2).
003840     MOVE PO1 TO GC1-PREV-ID(4:6).
003850     MOVE PO2 TO GC1-PREV-NAME.
003860     MOVE PO6 TO GC1-PREV-AVG.
003870     MOVE PO8 TO GC1-PREV-GRADE.
003880 RP-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* RC VERIFIES THE NIGHT'S RUN LEDGER (FILERUNC) BEFORE ANY WORK
003920* IS DONE. GRADSORT OPENS THE NIGHT BY WRITING ONE ROW PER STEP
003930* OF THE CHAIN. THIS STEP MAY START ONLY WHEN ITS OWN ROW IS
003940* PENDING (OR IN ERROR FROM A FAILED TRY, SO A FIX CAN BE RERUN)
003950* AND EVERY EARLIER STEP HAS COMPLETED CLEAN -- A STEP RUN TWICE
003960* OR OUT OF ORDER STOPS HERE WITH A CONSOLE MESSAGE. THE ROW IS
003970* THEN STAMPED RUNNING WITH THE START TIME.
003980*----------------------------------------------------------------
003990 RC.
004000     PERFORM RC3 THRU RC3-EXIT.
004010     PERFORM RC5 THRU RC5-EXIT
004020         VARYING GC1-RUNC-IX FROM 1 BY 1
004030         UNTIL GC1-RUNC-IX > GC1-RUNC-COUNT.
004040     IF GC1-RUNC-SELF = 0
004050         DISPLAY 'GRADCOMP - NO FILERUNC ROW FOR THIS STEP - '
004060             'RUN GRADSORT TO OPEN THE NIGHT'
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     IF GC1-RUNC-OK-NO
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE 'R' TO GC1-RN-STAT (GC1-RUNC-SELF).
004150     MOVE GC1-RUN-DATE TO GC1-RN-SDATE (GC1-RUNC-SELF).
004160     MOVE GC1-RUN-TIME(1:6) TO GC1-RN-STIME (GC1-RUNC-SELF).
004170     MOVE 0 TO GC1-RN-EDATE (GC1-RUNC-SELF).
004180     MOVE 0 TO GC1-RN-ETIME (GC1-RUNC-SELF).
004190     MOVE 0 TO GC1-RN-COUNT (GC1-RUNC-SELF).
004200     PERFORM RC4 THRU RC4-EXIT.
004210 RC-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* RC2 STAMPS THIS STEP'S LEDGER ROW WITH ITS ENDING STATUS, THE
004250* END TIME, AND THE RECORD COUNT, AND SAVES THE LEDGER.
004260*----------------------------------------------------------------
004270 RC2.
004280     ACCEPT GC1-RUN-TIME FROM TIME.
004290     MOVE GC1-RUNC-END-STAT TO GC1-RN-STAT (GC1-RUNC-SELF).
004300     MOVE GC1-RUN-DATE TO GC1-RN-EDATE (GC1-RUNC-SELF).
004310     MOVE GC1-RUN-TIME(1:6) TO GC1-RN-ETIME (GC1-RUNC-SELF).
004320     MOVE GC1-DETAIL-COUNT TO GC1-RN-COUNT (GC1-RUNC-SELF).
004330     PERFORM RC4 THRU RC4-EXIT.
004340 RC2-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* RC3 LOADS THE LEDGER INTO THE TABLE. A MISSING FILERUNC MEANS
004380* GRADSORT HAS NOT OPENED THE NIGHT, SO NOTHING MAY RUN.
004390*----------------------------------------------------------------
004400 RC3.
004410     MOVE 'N' TO GC1-RUNC-EOF-SW.
004420     MOVE 0 TO GC1-RUNC-COUNT.
004430     MOVE 0 TO GC1-RUNC-SELF.
004440     SET GC1-RUNC-OK-YES TO TRUE.
004450     OPEN INPUT RUNC-FILE.
004460     IF GC1-RUNC-STATUS NOT = '00'
004470         DISPLAY 'GRADCOMP - FILERUNC NOT AVAILABLE, STATUS '
004480             GC1-RUNC-STATUS ' - RUN GRADSORT TO OPEN THE NIGHT'
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     PERFORM RC6 THRU RC6-EXIT UNTIL GC1-RUNC-EOF-SW = 'Y'.
004530     CLOSE RUNC-FILE.
004540 RC3-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
004580* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
004590* CHECKPOINT.
004600*----------------------------------------------------------------
004610 RC4.
004620     OPEN OUTPUT RUNC-FILE.
004630     IF GC1-RUNC-STATUS NOT = '00'
004640         DISPLAY 'GRADCOMP - FILERUNC WRITE OPEN FAILED, STATUS '
004650             GC1-RUNC-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     PERFORM RC7 THRU RC7-EXIT
004700         VARYING GC1-RUNC-IX FROM 1 BY 1
004710         UNTIL GC1-RUNC-IX > GC1-RUNC-COUNT.
004720     CLOSE RUNC-FILE.
004730 RC4-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760* RC5 VERIFIES ONE LEDGER ROW: THIS STEP'S OWN ROW MUST NOT BE
004770* COMPLETE OR STILL RUNNING, AND EVERY EARLIER STEP MUST HAVE
004780* COMPLETED CLEAN.
004790*----------------------------------------------------------------
004800 RC5.
004810     IF GC1-RN-STEP (GC1-RUNC-IX) = GC1-RUNC-STEP
004820         MOVE GC1-RUNC-IX TO GC1-RUNC-SELF
004830         IF GC1-RN-STAT (GC1-RUNC-IX) = 'C'
004840             DISPLAY 'GRADCOMP - STEP ALREADY COMPLETE ON '
004850                 'FILERUNC - RAN TWICE - STOPPING'
004860             SET GC1-RUNC-OK-NO TO TRUE
004870         END-IF
004880         IF GC1-RN-STAT (GC1-RUNC-IX) = 'R'
004890             DISPLAY 'GRADCOMP - STEP SHOWN STILL RUNNING ON '
004900                 'FILERUNC - STOPPING'
004910             SET GC1-RUNC-OK-NO TO TRUE
004920         END-IF
004930         GO TO RC5-EXIT
004940     END-IF.
004950     IF GC1-RN-STEP (GC1-RUNC-IX) < GC1-RUNC-STEP
004960         AND GC1-RN-STAT (GC1-RUNC-IX) NOT = 'C'
004970         DISPLAY 'GRADCOMP - PRIOR STEP '
004980             GC1-RN-PROG (GC1-RUNC-IX)
004990             ' HAS NOT COMPLETED CLEAN - OUT OF ORDER - STOPPING'
005000         SET GC1-RUNC-OK-NO TO TRUE
005010     END-IF.
005020 RC5-EXIT.
005030     EXIT.
005040 RC6.
005050     READ RUNC-FILE AT END
005060         MOVE 'Y' TO GC1-RUNC-EOF-SW
005070         GO TO RC6-EXIT.
005080     IF GC1-RUNC-COUNT < 8
005090         ADD 1 TO GC1-RUNC-COUNT
005100         MOVE RUNC-RECORD TO GC1-RUNC-ENTRY (GC1-RUNC-COUNT)
005110     END-IF.
005120 RC6-EXIT.
005130     EXIT.
005140 RC7.
005150     MOVE GC1-RUNC-ENTRY (GC1-RUNC-IX) TO RUNC-RECORD.
005160     WRITE RUNC-RECORD.
005170 RC7-EXIT.
005180     EXIT.
