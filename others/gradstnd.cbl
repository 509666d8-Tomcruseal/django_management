000300* 09/02/26 RH  HISTORY ROWS NOW CARRY CREDIT HOURS (H6) FOR
000310*              THE GPA REPORTING -- LAYOUT PICKED UP HERE,
000320*              NOTHING ELSE CHANGES.
000330* 10/15/26 RH  THE DEAN'S LIST IS PUBLISHED, SO A STUDENT WITH
000340*              A PRIVACY HOLD ON FILEMAST (M4 = 'Y') IS NOW LEFT
000350*              OFF IT ON FILESTND AND THE PUBLISHED COUNT LEAVES
000360*              THEM OUT. THE PROBATION LIST AND TRANSCRIPTS ARE
000370*              FOR THE COUNSELORS AND ARE UNCHANGED. A RESTRICTED
000380*              REGISTRAR COPY (FILESTNR) CARRIES EVERY LINE, HELD
000390*              STUDENTS INCLUDED AND MARKED, AND THE NUMBER OF
000400*              DEAN'S LIST ENTRIES WITHHELD. NO FILEMAST, NO RUN
000410*              -- THE HOLDS CANNOT BE CHECKED.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HIST-FILE ASSIGN TO FILEHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS H1
000500         FILE STATUS IS GD1-HIST-STATUS.
000510     SELECT PARM-FILE ASSIGN TO FILESDPM
000520         FILE STATUS IS GD1-PARM-STATUS.
000530     SELECT REQUEST-FILE ASSIGN TO FILETREQ
000540         FILE STATUS IS GD1-REQ-STATUS.
000550     SELECT REPORT-FILE ASSIGN TO FILESTND.
000560     SELECT MASTER-FILE ASSIGN TO FILEMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS M1
000600         FILE STATUS IS GD1-MAST-STATUS.
000610     SELECT REGCOPY-FILE ASSIGN TO FILESTNR.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  HIST-FILE.
000650 01  HIST-RECORD.
000660     02  H1.
000670         03  H1-ID PIC 9(6).
000680         03  H1-TERM PIC 9(6).
000690         03  H1-SECT PIC 99.
000700     02  H2 PIC X(12).
000710     02  H3 PIC 99V99.
000720     02  H4 PIC X(01).
000730     02  H5 PIC 9(08).
000740     02  H6 PIC 9(02).
000750 FD  PARM-FILE LABEL RECORD IS STANDARD.
000760 01  PARM-RECORD.
000770     02  PM1 PIC 9(04).
000780     02  PM2 PIC 9(04).
000790     02  FILLER PIC X(72).
000800 FD  REQUEST-FILE LABEL RECORD IS STANDARD.
000810 01  REQUEST-RECORD.
000820     02  RQ1 PIC 9(06).
000830     02  FILLER PIC X(74).
000840 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000850 01  REPORT-LINE PIC X(120).
000860 FD  MASTER-FILE.
000870 01  MASTER-RECORD.
000880     02  M1 PIC 9(6).
000890     02  M2 PIC X(12).
000900     02  M3.
000910         03  M3-LINE1 PIC X(30).
000920         03  M3-LINE2 PIC X(30).
000930         03  M3-CITY PIC X(20).
000940         03  M3-STATE PIC X(02).
000950         03  M3-ZIP PIC X(10).
000960         03  M3-EMAIL PIC X(40).
000970         03  M3-PREF PIC X(01).
000980     02  M4 PIC X(01).
000990     02  FILLER PIC X(18).
001000 FD  REGCOPY-FILE LABEL RECORD IS OMITTED.
001010 01  REGCOPY-LINE PIC X(120).
001020 WORKING-STORAGE SECTION.
001030 77  GD1-EOF-SW PIC X VALUE 'N'.
001040     88  GD1-EOF-YES VALUE 'Y'.
001050     88  GD1-EOF-NO  VALUE 'N'.
001060 77  GD1-HIST-STATUS PIC XX VALUE SPACES.
001070 77  GD1-PARM-STATUS PIC XX VALUE SPACES.
001080 77  GD1-REQ-STATUS PIC XX VALUE SPACES.
001090 77  GD1-MAST-STATUS PIC XX VALUE SPACES.
001100 77  GD1-HELD-SW PIC X VALUE 'N'.
001110     88  GD1-HELD-YES VALUE 'Y'.
001120     88  GD1-HELD-NO  VALUE 'N'.
001130 77  GD1-HELD-COUNT PIC 9(6) VALUE 0.
001140 77  GD1-PUB-COUNT PIC 9(6) VALUE 0.
001150 77  GD1-RUN-DATE PIC 9(08) VALUE 0.
001160 77  GD1-DEAN-CUT PIC 99V99 VALUE 90.00.
001170 77  GD1-PROB-CUT PIC 99V99 VALUE 65.00.
001180 77  GD1-PASS PIC 9 VALUE 1.
001190 77  GD1-CUR-ID PIC 9(6) VALUE 0.
001200 77  GD1-CUR-NAME PIC X(12) VALUE SPACES.
001210 77  GD1-TERM-COUNT PIC 9(3) VALUE 0.
001220 77  GD1-AVG-1 PIC 99V99 VALUE 0.
001230 77  GD1-AVG-2 PIC 99V99 VALUE 0.
001240 77  GD1-AVG-3 PIC 99V99 VALUE 0.
001250 77  GD1-LAST-TERM PIC 9(6) VALUE 0.
001260 77  GD1-LAST-SECT PIC 99 VALUE 0.
001270 77  GD1-LAST-GRADE PIC X VALUE SPACE.
001280 77  GD1-DEAN-COUNT PIC 9(6) VALUE 0.
001290 77  GD1-PROB-COUNT PIC 9(6) VALUE 0.
001300 77  GD1-REASON PIC X(20) VALUE SPACES.
001310 77  GD1-REQ-ID PIC 9(6) VALUE 0.
001320 77  GD1-HIST-FOUND-SW PIC X VALUE 'N'.
001330 77  GD1-SCAN-DONE-SW PIC X VALUE 'N'.
001340 01  GD1-HEAD-LINE.
001350     02  FILLER PIC X(40) VALUE
001360         'ACADEMIC RECORDS - ACADEMIC STANDING    '.
001370     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001380     02  GD1-HD-DATE PIC 9(08).
001390     02  FILLER PIC X(13) VALUE '  DEAN CUTOFF'.
001400     02  FILLER PIC X(01) VALUE SPACE.
001410     02  GD1-HD-DEAN PIC 99.99.
001420     02  FILLER PIC X(13) VALUE '  PROB CUTOFF'.
001430     02  FILLER PIC X(01) VALUE SPACE.
001440     02  GD1-HD-PROB PIC 99.99.
001450     02  FILLER PIC X(25) VALUE SPACES.
001460 01  GD1-RESTRICT-LINE.
001470     02  FILLER PIC X(40) VALUE
001480         'RESTRICTED - REGISTRAR COPY - STUDENTS W'.
001490     02  FILLER PIC X(40) VALUE
001500         'ITH A PRIVACY HOLD ARE SHOWN            '.
001510     02  FILLER PIC X(40) VALUE SPACES.
001520 01  GD1-SECT-LINE.
001530     02  GD1-SC-TITLE PIC X(40).
001540     02  FILLER PIC X(80) VALUE SPACES.
001550 01  GD1-DETAIL-LINE.
001560     02  GD1-DET-ID PIC 9(06).
001570     02  FILLER PIC X(04) VALUE SPACES.
001580     02  GD1-DET-NAME PIC X(12).
001590     02  FILLER PIC X(07) VALUE '  TERM '.
001600     02  GD1-DET-TERM PIC 9(06).
001610     02  FILLER PIC X(05) VALUE ' SEC '.
001620     02  GD1-DET-SECT PIC 99.
001630     02  FILLER PIC X(06) VALUE '  AVG '.
001640     02  GD1-DET-AVG PIC 99.99.
001650     02  FILLER PIC X(08) VALUE '  GRADE '.
001660     02  GD1-DET-GRADE PIC X(01).
001670     02  FILLER PIC X(02) VALUE SPACES.
001680     02  GD1-DET-REASON PIC X(20).
001690     02  FILLER PIC X(36) VALUE SPACES.
001700 01  GD1-NOHIST-LINE.
001710     02  GD1-NH-ID PIC 9(06).
001720     02  FILLER PIC X(25) VALUE '    NO HISTORY ON FILE   '.
001730     02  FILLER PIC X(89) VALUE SPACES.
001740 01  GD1-COUNT-LINE.
001750     02  GD1-CT-LABEL PIC X(30).
001760     02  GD1-CT-COUNT PIC ZZZ,ZZ9.
001770     02  FILLER PIC X(83) VALUE SPACES.
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     ACCEPT GD1-RUN-DATE FROM DATE YYYYMMDD.
001810     PERFORM F THRU F-EXIT.
001820     OPEN INPUT MASTER-FILE.
001830     IF GD1-MAST-STATUS NOT = '00'
001840         DISPLAY 'GRADSTND - FILEMAST DID NOT OPEN, STATUS '
001850             GD1-MAST-STATUS ' - PRIVACY HOLDS CANNOT BE CHECKED'
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     OPEN OUTPUT REPORT-FILE.
001900     OPEN OUTPUT REGCOPY-FILE.
001910     MOVE GD1-RUN-DATE TO GD1-HD-DATE.
001920     MOVE GD1-DEAN-CUT TO GD1-HD-DEAN.
001930     MOVE GD1-PROB-CUT TO GD1-HD-PROB.
001940     WRITE REPORT-LINE FROM GD1-HEAD-LINE
001950         AFTER ADVANCING PAGE.
001960     WRITE REGCOPY-LINE FROM GD1-HEAD-LINE
001970         AFTER ADVANCING PAGE.
001980     WRITE REGCOPY-LINE FROM GD1-RESTRICT-LINE
001990         AFTER ADVANCING 1 LINE.
002000     MOVE 1 TO GD1-PASS.
002010     MOVE 'DEAN''S LIST' TO GD1-SC-TITLE.
002020     WRITE REPORT-LINE FROM GD1-SECT-LINE
002030         AFTER ADVANCING 2 LINES.
002040     WRITE REGCOPY-LINE FROM GD1-SECT-LINE
002050         AFTER ADVANCING 2 LINES.
002060     PERFORM A THRU A-EXIT.
002070     MOVE 'STUDENTS ON DEAN''S LIST:' TO GD1-CT-LABEL.
002080     SUBTRACT GD1-HELD-COUNT FROM GD1-DEAN-COUNT
002090         GIVING GD1-PUB-COUNT.
002100     MOVE GD1-PUB-COUNT TO GD1-CT-COUNT.
002110     WRITE REPORT-LINE FROM GD1-COUNT-LINE
002120         AFTER ADVANCING 1 LINE.
002130     MOVE GD1-DEAN-COUNT TO GD1-CT-COUNT.
002140     WRITE REGCOPY-LINE FROM GD1-COUNT-LINE
002150         AFTER ADVANCING 1 LINE.
002160     MOVE 'WITHHELD - PRIVACY HOLD:' TO GD1-CT-LABEL.
002170     MOVE GD1-HELD-COUNT TO GD1-CT-COUNT.
002180     WRITE REGCOPY-LINE FROM GD1-COUNT-LINE
002190         AFTER ADVANCING 1 LINE.
002200     MOVE 2 TO GD1-PASS.
002210     MOVE 'PROBATION LIST' TO GD1-SC-TITLE.
002220     WRITE REPORT-LINE FROM GD1-SECT-LINE
002230         AFTER ADVANCING 2 LINES.
002240     WRITE REGCOPY-LINE FROM GD1-SECT-LINE
002250         AFTER ADVANCING 2 LINES.
002260     PERFORM A THRU A-EXIT.
002270     MOVE 'STUDENTS ON PROBATION:' TO GD1-CT-LABEL.
002280     MOVE GD1-PROB-COUNT TO GD1-CT-COUNT.
002290     WRITE REPORT-LINE FROM GD1-COUNT-LINE
002300         AFTER ADVANCING 1 LINE.
002310     WRITE REGCOPY-LINE FROM GD1-COUNT-LINE
002320         AFTER ADVANCING 1 LINE.
002330     PERFORM R THRU R-EXIT.
002340     CLOSE MASTER-FILE.
002350     CLOSE REPORT-FILE.
002360     CLOSE REGCOPY-FILE.
002370     DISPLAY 'GRADSTND - DEAN''S LIST ENTRIES WITHHELD FOR '
002380         'PRIVACY HOLD: ' GD1-HELD-COUNT.
002390     STOP RUN.
002400*----------------------------------------------------------------
002410* A SCANS THE WHOLE HISTORY FILE IN KEY ORDER (STUDENT, TERM),
002420* GATHERING THE LAST THREE TERM AVERAGES PER STUDENT AND
002430* EVALUATING EACH STUDENT AT THE BREAK. RUN ONCE PER PASS --
002440* GD1-PASS 1 PRINTS DEAN'S LIST LINES, 2 PRINTS PROBATION.
002450*----------------------------------------------------------------
002460 A.
002470     SET GD1-EOF-NO TO TRUE.
002480     MOVE 0 TO GD1-CUR-ID.
002490     MOVE 0 TO GD1-TERM-COUNT.
002500     OPEN INPUT HIST-FILE.
002510     IF GD1-HIST-STATUS NOT = '00'
002520         DISPLAY 'GRADSTND - FILEHIST DID NOT OPEN, STATUS '
002530             GD1-HIST-STATUS
002540         GO TO A-EXIT
002550     END-IF.
002560     PERFORM A2 THRU A2-EXIT UNTIL GD1-EOF-YES.
002570     IF GD1-TERM-COUNT > 0
002580         PERFORM E THRU E-EXIT
002590     END-IF.
002600     CLOSE HIST-FILE.
002610 A-EXIT.
002620     EXIT.
002630 A2.
002640     READ HIST-FILE NEXT RECORD AT END
002650         SET GD1-EOF-YES TO TRUE
002660         GO TO A2-EXIT.
002670     IF H1-ID NOT = GD1-CUR-ID
002680         IF GD1-TERM-COUNT > 0
002690             PERFORM E THRU E-EXIT
002700         END-IF
002710         MOVE H1-ID TO GD1-CUR-ID
002720         MOVE 0 TO GD1-TERM-COUNT
002730         MOVE 0 TO GD1-AVG-1
002740         MOVE 0 TO GD1-AVG-2
002750         MOVE 0 TO GD1-AVG-3
002760     END-IF.
002770     IF H4 = 'W' OR H4 = 'I'
002780         GO TO A2-EXIT
002790     END-IF.
002800     MOVE GD1-AVG-2 TO GD1-AVG-3.
002810     MOVE GD1-AVG-1 TO GD1-AVG-2.
002820     MOVE H3 TO GD1-AVG-1.
002830     MOVE H2 TO GD1-CUR-NAME.
002840     MOVE H1-TERM TO GD1-LAST-TERM.
002850     MOVE H1-SECT TO GD1-LAST-SECT.
002860     MOVE H4 TO GD1-LAST-GRADE.
002870     ADD 1 TO GD1-TERM-COUNT.
002880 A2-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910* E EVALUATES THE STUDENT JUST FINISHED. DEAN'S LIST: LATEST
002920* TERM AVERAGE AT OR ABOVE THE DEAN CUTOFF. PROBATION: LATEST
002930* AVERAGE BELOW THE PROBATION CUTOFF, OR THREE POSTED TERMS IN
002940* A ROW EACH LOWER THAN THE ONE BEFORE. A DEAN'S LIST STUDENT IS
002950* LOOKED UP ON FILEMAST (H) FOR A PRIVACY HOLD.
002960*----------------------------------------------------------------
002970 E.
002980     SET GD1-HELD-NO TO TRUE.
002990     IF GD1-PASS = 1
003000         IF GD1-AVG-1 NOT < GD1-DEAN-CUT
003010             ADD 1 TO GD1-DEAN-COUNT
003020             MOVE SPACES TO GD1-REASON
003030             PERFORM H THRU H-EXIT
003040             IF GD1-HELD-YES
003050                 ADD 1 TO GD1-HELD-COUNT
003060                 MOVE 'PRIVACY HOLD' TO GD1-REASON
003070             END-IF
003080             PERFORM P THRU P-EXIT
003090         END-IF
003100         GO TO E-EXIT
003110     END-IF.
003120     IF GD1-AVG-1 < GD1-PROB-CUT
003130         ADD 1 TO GD1-PROB-COUNT
003140         MOVE 'LOW AVERAGE' TO GD1-REASON
003150         PERFORM P THRU P-EXIT
003160         GO TO E-EXIT
003170     END-IF.
003180     IF GD1-TERM-COUNT > 2
003190         AND GD1-AVG-1 < GD1-AVG-2
003200         AND GD1-AVG-2 < GD1-AVG-3
003210         ADD 1 TO GD1-PROB-COUNT
003220         MOVE 'DECLINING TERMS' TO GD1-REASON
003230         PERFORM P THRU P-EXIT
003240     END-IF.
003250 E-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* P PRINTS ONE STANDING LINE FOR THE STUDENT JUST EVALUATED. A
003290* HELD STUDENT'S LINE GOES TO THE REGISTRAR COPY ONLY.
003300*----------------------------------------------------------------
003310 P.
003320     MOVE GD1-CUR-ID TO GD1-DET-ID.
003330     MOVE GD1-CUR-NAME TO GD1-DET-NAME.
003340     MOVE GD1-LAST-TERM TO GD1-DET-TERM.
003350     MOVE GD1-LAST-SECT TO GD1-DET-SECT.
003360     MOVE GD1-AVG-1 TO GD1-DET-AVG.
003370     MOVE GD1-LAST-GRADE TO GD1-DET-GRADE.
003380     MOVE GD1-REASON TO GD1-DET-REASON.
003390     IF GD1-HELD-NO
003400         WRITE REPORT-LINE FROM GD1-DETAIL-LINE
003410             AFTER ADVANCING 1 LINE
003420     END-IF.
003430     WRITE REGCOPY-LINE FROM GD1-DETAIL-LINE
003440         AFTER ADVANCING 1 LINE.
003450 P-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* H LOOKS THE STUDENT JUST EVALUATED UP ON FILEMAST. M4 = 'Y' IS A
003490* PRIVACY HOLD; A STUDENT NOT ON FILEMAST HAS NONE RECORDED.
003500*----------------------------------------------------------------
003510 H.
003520     SET GD1-HELD-NO TO TRUE.
003530     MOVE GD1-CUR-ID TO M1.
003540     READ MASTER-FILE
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
003580             IF M4 = 'Y'
003590                 SET GD1-HELD-YES TO TRUE
003600             END-IF
003610     END-READ.
003620 H-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* R WORKS THE COUNSELORS' TRANSCRIPT REQUESTS. FOR EACH ID ON
003660* FILETREQ THE STUDENT'S FULL TERM HISTORY IS PRINTED IN TERM
003670* ORDER VIA A KEYED START. A MISSING REQUEST FILE MEANS NO
003680* LOOKUPS WERE ASKED FOR TONIGHT.
003690*----------------------------------------------------------------
003700 R.
003710     OPEN INPUT REQUEST-FILE.
003720     IF GD1-REQ-STATUS NOT = '00'
003730         GO TO R-EXIT
003740     END-IF.
003750     OPEN INPUT HIST-FILE.
003760     IF GD1-HIST-STATUS NOT = '00'
003770         DISPLAY 'GRADSTND - FILEHIST DID NOT OPEN, STATUS '
003780             GD1-HIST-STATUS
003790         CLOSE REQUEST-FILE
003800         GO TO R-EXIT
003810     END-IF.
003820     MOVE 'TRANSCRIPT REQUESTS' TO GD1-SC-TITLE.
003830     WRITE REPORT-LINE FROM GD1-SECT-LINE
003840         AFTER ADVANCING 2 LINES.
003850     WRITE REGCOPY-LINE FROM GD1-SECT-LINE
003860         AFTER ADVANCING 2 LINES.
003870     SET GD1-EOF-NO TO TRUE.
003880     PERFORM R2 THRU R2-EXIT UNTIL GD1-EOF-YES.
003890     CLOSE REQUEST-FILE.
003900     CLOSE HIST-FILE.
003910 R-EXIT.
003920     EXIT.
003930 R2.
003940     READ REQUEST-FILE AT END
003950         SET GD1-EOF-YES TO TRUE
003960         GO TO R2-EXIT.
003970     MOVE RQ1 TO GD1-REQ-ID.
003980     MOVE 'N' TO GD1-HIST-FOUND-SW.
003990     MOVE 'N' TO GD1-SCAN-DONE-SW.
004000     MOVE GD1-REQ-ID TO H1-ID.
004010     MOVE 0 TO H1-TERM.
004020     MOVE 0 TO H1-SECT.
004030     START HIST-FILE KEY NOT < H1
004040         INVALID KEY
004050             CONTINUE
004060         NOT INVALID KEY
004070             PERFORM R3 THRU R3-EXIT
004080                 UNTIL GD1-SCAN-DONE-SW = 'Y'
004090     END-START.
004100     IF GD1-HIST-FOUND-SW = 'N'
004110         MOVE GD1-REQ-ID TO GD1-NH-ID
004120         WRITE REPORT-LINE FROM GD1-NOHIST-LINE
004130             AFTER ADVANCING 1 LINE
004140         WRITE REGCOPY-LINE FROM GD1-NOHIST-LINE
004150             AFTER ADVANCING 1 LINE
004160     END-IF.
004170 R2-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* R3 READS THE NEXT HISTORY ROW FOR THE REQUESTED STUDENT AND
004210* PRINTS IT. THE SCAN ENDS WHEN THE KEY LEAVES THE STUDENT OR
004220* THE FILE ENDS; THE FOUND SWITCH STAYS SET IF ANY ROW PRINTED.
004230*----------------------------------------------------------------
004240 R3.
004250     READ HIST-FILE NEXT RECORD AT END
004260         MOVE 'Y' TO GD1-SCAN-DONE-SW
004270         GO TO R3-EXIT.
004280     IF H1-ID NOT = GD1-REQ-ID
004290         MOVE 'Y' TO GD1-SCAN-DONE-SW
004300         GO TO R3-EXIT
004310     END-IF.
004320     MOVE 'Y' TO GD1-HIST-FOUND-SW.
004330     MOVE H1-ID TO GD1-DET-ID.
004340     MOVE H2 TO GD1-DET-NAME.
004350     MOVE H1-TERM TO GD1-DET-TERM.
004360     MOVE H1-SECT TO GD1-DET-SECT.
004370     MOVE H3 TO GD1-DET-AVG.
004380     MOVE H4 TO GD1-DET-GRADE.
004390     MOVE SPACES TO GD1-DET-REASON.
004400     WRITE REPORT-LINE FROM GD1-DETAIL-LINE
004410         AFTER ADVANCING 1 LINE.
004420     WRITE REGCOPY-LINE FROM GD1-DETAIL-LINE
004430         AFTER ADVANCING 1 LINE.
004440 R3-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* F READS THE DEAN AND PROBATION CUTOFFS FROM FILESDPM. A
004480* MISSING OR BAD CARD LEAVES THE 90.00 / 65.00 DEFAULTS.
004490*----------------------------------------------------------------
004500 F.
004510     OPEN INPUT PARM-FILE.
004520     IF GD1-PARM-STATUS NOT = '00'
004530         DISPLAY 'GRADSTND - FILESDPM NOT AVAILABLE, STATUS '
004540             GD1-PARM-STATUS ' - USING 90.00/65.00'
004550         GO TO F-EXIT
004560     END-IF.
004570     READ PARM-FILE
004580         AT END
004590             DISPLAY 'GRADSTND - FILESDPM EMPTY - USING DEFAULTS'
004600         NOT AT END
004610             IF PM1 NUMERIC AND PM2 NUMERIC
004620                 MOVE PM1 TO GD1-DEAN-CUT(1:4)
004630                 MOVE PM2 TO GD1-PROB-CUT(1:4)
004640             ELSE
004650                 DISPLAY 'GRADSTND - FILESDPM CUTOFFS NOT '
004660                     'NUMERIC - USING DEFAULTS'
004670             END-IF
004680     END-READ.
004690     CLOSE PARM-FILE.
004700 F-EXIT.
004710     EXIT.
