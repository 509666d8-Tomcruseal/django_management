000210*              CAN PAGE SOMEBODY. A TERM SHORT OF ITS POSTED
000220*              COUNT AFTER A GRADHKPG PURGE IS STILL REPORTED
000230*              -- THE FILEHARC ARCHIVE IS WHERE TO LOOK FIRST.
000240* 10/15/26 RH  FILEMAST WIDENED FOR THE M3 MAILING ADDRESS AND
000250*              DELIVERY PREFERENCE -- LAYOUT PICKED UP HERE,
000260*              NOTHING ELSE CHANGES.
000270* 10/15/26 RH  GRADBOUT BACK-OUTS ARE NOW BALANCED. EACH ROW ON
000280*              THE BACK-OUT CONTROL FILE FILEBCTL (SAME 26-BYTE
000290*              LAYOUT AS FILEPCTL) TAKES ITS DELETED COUNT OFF THE
000300*              TERM'S POSTED TOTAL, SO A BACKED-OUT RUN STILL
000310*              BALANCES. FILEPCTL ITSELF IS UNCHANGED. NO FILEBCTL
000320*              MEANS NOTHING HAS EVER BEEN BACKED OUT.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASTER-FILE ASSIGN TO FILEMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS M1
000410         FILE STATUS IS GV1-MAST-STATUS.
000420     SELECT HIST-FILE ASSIGN TO FILEHIST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS H1
000460         FILE STATUS IS GV1-HIST-STATUS.
000470     SELECT PCTL-FILE ASSIGN TO FILEPCTL
000480         FILE STATUS IS GV1-PCTL-STATUS.
000490     SELECT BCTL-FILE ASSIGN TO FILEBCTL
000500         FILE STATUS IS GV1-BCTL-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO FILEVRPT.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MASTER-FILE.
000550 01  MASTER-RECORD.
000560     02  M1 PIC 9(6).
000570     02  M2 PIC X(12).
000580     02  M3.
000590         03  M3-LINE1 PIC X(30).
000600         03  M3-LINE2 PIC X(30).
000610         03  M3-CITY PIC X(20).
000620         03  M3-STATE PIC X(02).
000630         03  M3-ZIP PIC X(10).
000640         03  M3-EMAIL PIC X(40).
000650         03  M3-PREF PIC X(01).
000660     02  FILLER PIC X(19).
000670 FD  HIST-FILE.
000680 01  HIST-RECORD.
000690     02  H1.
000700         03  H1-ID PIC 9(6).
000710         03  H1-TERM PIC 9(6).
000720         03  H1-SECT PIC 99.
000730     02  H2 PIC X(12).
000740     02  H3 PIC 99V99.
000750     02  H4 PIC X(01).
000760     02  H5 PIC 9(08).
000770     02  H6 PIC 9(02).
000780 FD  PCTL-FILE LABEL RECORD IS STANDARD.
000790 01  PCTL-RECORD.
000800     02  PC1 PIC 9(06).
000810     02  PC2 PIC 9(06).
000820     02  PC3 PIC 9(06).
000830     02  PC4 PIC 9(08).
000840 FD  BCTL-FILE LABEL RECORD IS STANDARD.
000850 01  BCTL-RECORD.
000860     02  BC1 PIC 9(06).
000870     02  BC2 PIC 9(06).
000880     02  BC3 PIC 9(06).
000890     02  BC4 PIC 9(08).
000900 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000910 01  REPORT-LINE PIC X(100).
000920 WORKING-STORAGE SECTION.
000930 77  GV1-EOF-SW PIC X VALUE 'N'.
000940     88  GV1-EOF-YES VALUE 'Y'.
000950     88  GV1-EOF-NO  VALUE 'N'.
000960 77  GV1-MAST-STATUS PIC XX VALUE SPACES.
000970 77  GV1-HIST-STATUS PIC XX VALUE SPACES.
000980 77  GV1-PCTL-STATUS PIC XX VALUE SPACES.
000990 77  GV1-BCTL-STATUS PIC XX VALUE SPACES.
001000 77  GV1-RUN-DATE PIC 9(08) VALUE 0.
001010 77  GV1-M-ID PIC 9(7) VALUE 0.
001020 77  GV1-M-NAME PIC X(12) VALUE SPACES.
001030 77  GV1-M-PREV PIC 9(7) VALUE 0.
001040 77  GV1-M-FIRST-SW PIC X VALUE 'Y'.
001050 77  GV1-M-SEEN-SW PIC X VALUE 'N'.
001060 77  GV1-H-ID PIC 9(7) VALUE 0.
001070 77  GV1-H-KEY PIC X(14) VALUE LOW-VALUES.
001080 77  GV1-H-PREV PIC X(14) VALUE LOW-VALUES.
001090 77  GV1-H-FIRST-SW PIC X VALUE 'Y'.
001100 77  GV1-MAST-COUNT PIC 9(6) VALUE 0.
001110 77  GV1-HIST-COUNT PIC 9(6) VALUE 0.
001120 77  GV1-ORPHAN-COUNT PIC 9(6) VALUE 0.
001130 77  GV1-NOHIST-COUNT PIC 9(6) VALUE 0.
001140 77  GV1-NAME-COUNT PIC 9(6) VALUE 0.
001150 77  GV1-SEQ-COUNT PIC 9(6) VALUE 0.
001160 77  GV1-TERM-COUNT PIC 9(6) VALUE 0.
001170 77  GV1-FIND-COUNT PIC 9(6) VALUE 0.
001180 77  GV1-TERM-N PIC 9(3) COMP VALUE 0.
001190 77  GV1-TERM-MAX PIC 9(3) COMP VALUE 200.
001200 77  GV1-TERM-IX PIC 9(3) COMP VALUE 0.
001210 77  GV1-TERM-FOUND-IX PIC 9(3) COMP VALUE 0.
001220 77  GV1-TERM-FOUND-SW PIC X VALUE 'N'.
001230 77  GV1-W-TERM PIC 9(6) VALUE 0.
001240 01  GV1-TERM-TABLE.
001250     02  GV1-TERM-ENTRY OCCURS 200.
001260         03  GV1-TM-TERM PIC 9(6).
001270         03  GV1-TM-HIST PIC 9(6).
001280         03  GV1-TM-POSTED PIC 9(6).
001290 01  GV1-HEAD-LINE.
001300     02  FILLER PIC X(44) VALUE
001310         'ACADEMIC RECORDS - FILE INTEGRITY CHECK     '.
001320     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001330     02  GV1-HD-DATE PIC 9(08).
001340     02  FILLER PIC X(39) VALUE SPACES.
001350 01  GV1-FIND-LINE.
001360     02  GV1-FL-TEXT PIC X(34).
001370     02  GV1-FL-ID PIC 9(06).
001380     02  FILLER PIC X(02) VALUE SPACES.
001390     02  GV1-FL-DETAIL PIC X(40).
001400     02  FILLER PIC X(18) VALUE SPACES.
001410 01  GV1-TERM-LINE.
001420     02  FILLER PIC X(25) VALUE 'TERM COUNT MISMATCH  TERM'.
001430     02  FILLER PIC X(01) VALUE SPACE.
001440     02  GV1-TL-TERM PIC 9(06).
001450     02  FILLER PIC X(12) VALUE '  HIST ROWS '.
001460     02  GV1-TL-HIST PIC ZZZ,ZZ9.
001470     02  FILLER PIC X(12) VALUE '  VS POSTED '.
001480     02  GV1-TL-POSTED PIC ZZZ,ZZ9.
001490     02  FILLER PIC X(30) VALUE SPACES.
001500 01  GV1-COUNT-LINE.
001510     02  GV1-CL-LABEL PIC X(36).
001520     02  GV1-CL-COUNT PIC ZZZ,ZZ9.
001530     02  FILLER PIC X(57) VALUE SPACES.
001540 01  GV1-GOOD-LINE.
001550     02  FILLER PIC X(32) VALUE
001560         '** NO INTEGRITY FINDINGS      **'.
001570     02  FILLER PIC X(68) VALUE SPACES.
001580 01  GV1-BAD-LINE.
001590     02  FILLER PIC X(30) VALUE
001600         '** INTEGRITY FINDINGS:       '.
001610     02  GV1-BD-COUNT PIC ZZZ,ZZ9.
001620     02  FILLER PIC X(33) VALUE
001630         '  - INVESTIGATE BEFORE POSTING **'.
001640     02  FILLER PIC X(30) VALUE SPACES.
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     ACCEPT GV1-RUN-DATE FROM DATE YYYYMMDD.
001680     OPEN OUTPUT REPORT-FILE.
001690     MOVE GV1-RUN-DATE TO GV1-HD-DATE.
001700     WRITE REPORT-LINE FROM GV1-HEAD-LINE
001710         AFTER ADVANCING PAGE.
001720     MOVE SPACES TO REPORT-LINE.
001730     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
001740     OPEN INPUT MASTER-FILE.
001750     IF GV1-MAST-STATUS NOT = '00'
001760         DISPLAY 'GRADVRFY - FILEMAST DID NOT OPEN, STATUS '
001770             GV1-MAST-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         CLOSE REPORT-FILE
001800         STOP RUN
001810     END-IF.
001820     OPEN INPUT HIST-FILE.
001830     IF GV1-HIST-STATUS NOT = '00'
001840         DISPLAY 'GRADVRFY - FILEHIST DID NOT OPEN, STATUS '
001850             GV1-HIST-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         CLOSE MASTER-FILE
001880         CLOSE REPORT-FILE
001890         STOP RUN
001900     END-IF.
001910     PERFORM RM THRU RM-EXIT.
001920     PERFORM RN THRU RN-EXIT.
001930     PERFORM M THRU M-EXIT
001940         UNTIL GV1-M-ID = 9999999 AND GV1-H-ID = 9999999.
001950     CLOSE MASTER-FILE.
001960     CLOSE HIST-FILE.
001970     PERFORM L THRU L-EXIT.
001980     PERFORM C THRU C-EXIT
001990         VARYING GV1-TERM-IX FROM 1 BY 1
002000         UNTIL GV1-TERM-IX > GV1-TERM-N.
002010     PERFORM D THRU D-EXIT.
002020     CLOSE REPORT-FILE.
002030     STOP RUN.
002040*----------------------------------------------------------------
002050* M CO-WALKS THE TWO FILES ON STUDENT ID. A MASTER BELOW THE
002060* CURRENT HISTORY STUDENT EITHER MATCHED EARLIER ROWS OR HAS
002070* NO HISTORY AT ALL; A HISTORY STUDENT BELOW THE CURRENT
002080* MASTER IS AN ORPHAN; ON EQUAL IDS EVERY HISTORY ROW'S STORED
002090* NAME IS CHECKED AGAINST THE MASTER.
002100*----------------------------------------------------------------
002110 M.
002120     IF GV1-M-ID < GV1-H-ID
002130         IF GV1-M-SEEN-SW = 'N'
002140             ADD 1 TO GV1-NOHIST-COUNT
002150             ADD 1 TO GV1-FIND-COUNT
002160             MOVE 'MASTER WITHOUT HISTORY      ID    ' TO
002170                 GV1-FL-TEXT
002180             MOVE GV1-M-ID(2:6) TO GV1-FL-ID
002190             MOVE GV1-M-NAME TO GV1-FL-DETAIL
002200             WRITE REPORT-LINE FROM GV1-FIND-LINE
002210                 AFTER ADVANCING 1 LINE
002220         END-IF
002230         MOVE 'N' TO GV1-M-SEEN-SW
002240         PERFORM RM THRU RM-EXIT
002250         GO TO M-EXIT
002260     END-IF.
002270     IF GV1-H-ID < GV1-M-ID
002280         ADD 1 TO GV1-ORPHAN-COUNT
002290         ADD 1 TO GV1-FIND-COUNT
002300         MOVE 'HISTORY ROW WITHOUT MASTER  ID    ' TO
002310             GV1-FL-TEXT
002320         MOVE GV1-H-ID(2:6) TO GV1-FL-ID
002330         MOVE GV1-H-KEY(7:8) TO GV1-FL-DETAIL
002340         WRITE REPORT-LINE FROM GV1-FIND-LINE
002350             AFTER ADVANCING 1 LINE
002360         PERFORM RN THRU RN-EXIT
002370         GO TO M-EXIT
002380     END-IF.
002390     MOVE 'Y' TO GV1-M-SEEN-SW.
002400     IF H2 NOT = M2
002410         ADD 1 TO GV1-NAME-COUNT
002420         ADD 1 TO GV1-FIND-COUNT
002430         MOVE 'NAME MISMATCH               ID    ' TO
002440             GV1-FL-TEXT
002450         MOVE GV1-H-ID(2:6) TO GV1-FL-ID
002460         MOVE SPACES TO GV1-FL-DETAIL
002470         MOVE H2 TO GV1-FL-DETAIL(1:12)
002480         MOVE ' VS ' TO GV1-FL-DETAIL(14:4)
002490         MOVE M2 TO GV1-FL-DETAIL(19:12)
002500         WRITE REPORT-LINE FROM GV1-FIND-LINE
002510             AFTER ADVANCING 1 LINE
002520     END-IF.
002530     PERFORM RN THRU RN-EXIT.
002540 M-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* RM READS THE NEXT MASTER RECORD, CHECKING THE KEY SEQUENCE.
002580* EOF PARKS THE HIGH SENTINEL.
002590*----------------------------------------------------------------
002600 RM.
002610     READ MASTER-FILE NEXT RECORD AT END
002620         MOVE 9999999 TO GV1-M-ID
002630         GO TO RM-EXIT.
002640     ADD 1 TO GV1-MAST-COUNT.
002650     MOVE 0 TO GV1-M-ID(1:1).
002660     MOVE M1 TO GV1-M-ID(2:6).
002670     MOVE M2 TO GV1-M-NAME.
002680     IF GV1-M-FIRST-SW = 'Y'
002690         MOVE 'N' TO GV1-M-FIRST-SW
002700     ELSE
002710         IF GV1-M-ID NOT > GV1-M-PREV
002720             ADD 1 TO GV1-SEQ-COUNT
002730             ADD 1 TO GV1-FIND-COUNT
002740             MOVE 'MASTER KEY DUP OR OUT OF SEQ  ID  ' TO
002750                 GV1-FL-TEXT
002760             MOVE M1 TO GV1-FL-ID
002770             MOVE SPACES TO GV1-FL-DETAIL
002780             WRITE REPORT-LINE FROM GV1-FIND-LINE
002790                 AFTER ADVANCING 1 LINE
002800         END-IF
002810     END-IF.
002820     MOVE GV1-M-ID TO GV1-M-PREV.
002830 RM-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* RN READS THE NEXT HISTORY ROW, CHECKING THE FULL KEY (ID,
002870* TERM, SECTION) SEQUENCE AND TALLYING THE ROW UNDER ITS TERM.
002880* EOF PARKS THE HIGH SENTINEL.
002890*----------------------------------------------------------------
002900 RN.
002910     READ HIST-FILE NEXT RECORD AT END
002920         MOVE 9999999 TO GV1-H-ID
002930         GO TO RN-EXIT.
002940     ADD 1 TO GV1-HIST-COUNT.
002950     MOVE 0 TO GV1-H-ID(1:1).
002960     MOVE H1-ID TO GV1-H-ID(2:6).
002970     MOVE H1 TO GV1-H-KEY.
002980     IF GV1-H-FIRST-SW = 'Y'
002990         MOVE 'N' TO GV1-H-FIRST-SW
003000     ELSE
003010         IF GV1-H-KEY NOT > GV1-H-PREV
003020             ADD 1 TO GV1-SEQ-COUNT
003030             ADD 1 TO GV1-FIND-COUNT
003040             MOVE 'HISTORY KEY DUP OR OUT OF SEQ ID  ' TO
003050                 GV1-FL-TEXT
003060             MOVE H1-ID TO GV1-FL-ID
003070             MOVE GV1-H-KEY(7:8) TO GV1-FL-DETAIL
003080             WRITE REPORT-LINE FROM GV1-FIND-LINE
003090                 AFTER ADVANCING 1 LINE
003100         END-IF
003110     END-IF.
003120     MOVE GV1-H-KEY TO GV1-H-PREV.
003130     MOVE H1-TERM TO GV1-W-TERM.
003140     PERFORM T THRU T-EXIT.
003150     ADD 1 TO GV1-TM-HIST (GV1-TERM-FOUND-IX).
003160 RN-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* T FINDS (OR ADDS) THE TERM TABLE ENTRY FOR GV1-W-TERM,
003200* LEAVING GV1-TERM-FOUND-IX POINTING AT IT.
003210*----------------------------------------------------------------
003220 T.
003230     MOVE 'N' TO GV1-TERM-FOUND-SW.
003240     PERFORM T2 THRU T2-EXIT
003250         VARYING GV1-TERM-IX FROM 1 BY 1
003260         UNTIL GV1-TERM-IX > GV1-TERM-N
003270             OR GV1-TERM-FOUND-SW = 'Y'.
003280     IF GV1-TERM-FOUND-SW = 'Y'
003290         GO TO T-EXIT
003300     END-IF.
003310     IF GV1-TERM-N NOT < GV1-TERM-MAX
003320         DISPLAY 'GRADVRFY - MORE THAN 200 TERMS ON FILE - '
003330             'RAISE THE TABLE AND RERUN'
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     ADD 1 TO GV1-TERM-N.
003380     MOVE GV1-W-TERM TO GV1-TM-TERM (GV1-TERM-N).
003390     MOVE 0 TO GV1-TM-HIST (GV1-TERM-N).
003400     MOVE 0 TO GV1-TM-POSTED (GV1-TERM-N).
003410     MOVE GV1-TERM-N TO GV1-TERM-FOUND-IX.
003420 T-EXIT.
003430     EXIT.
003440 T2.
003450     IF GV1-TM-TERM (GV1-TERM-IX) = GV1-W-TERM
003460         MOVE 'Y' TO GV1-TERM-FOUND-SW
003470         MOVE GV1-TERM-IX TO GV1-TERM-FOUND-IX
003480     END-IF.
003490 T2-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* L LOADS THE FILEPCTL POSTING CONTROL ROWS, ACCUMULATING THE
003530* POSTED COUNT PER TERM (REPLACEMENTS DO NOT ADD ROWS). A
003540* MISSING FILE SKIPS THE PER-TERM CHECK WITH A NOTE. THE
003550* FILEBCTL BACK-OUT ROWS (L3) THEN SUBTRACT THE ROWS GRADBOUT
003560* DELETED; A MISSING FILEBCTL MEANS THERE WERE NONE.
003570*----------------------------------------------------------------
003580 L.
003590     SET GV1-EOF-NO TO TRUE.
003600     OPEN INPUT PCTL-FILE.
003610     IF GV1-PCTL-STATUS NOT = '00'
003620         DISPLAY 'GRADVRFY - FILEPCTL NOT AVAILABLE, STATUS '
003630             GV1-PCTL-STATUS ' - PER-TERM CHECK SKIPPED'
003640         MOVE 0 TO GV1-TERM-N
003650         GO TO L-EXIT
003660     END-IF.
003670     PERFORM L2 THRU L2-EXIT UNTIL GV1-EOF-YES.
003680     CLOSE PCTL-FILE.
003690     SET GV1-EOF-NO TO TRUE.
003700     OPEN INPUT BCTL-FILE.
003710     IF GV1-BCTL-STATUS NOT = '00'
003720         GO TO L-EXIT
003730     END-IF.
003740     PERFORM L3 THRU L3-EXIT UNTIL GV1-EOF-YES.
003750     CLOSE BCTL-FILE.
003760 L-EXIT.
003770     EXIT.
003780 L2.
003790     READ PCTL-FILE AT END
003800         SET GV1-EOF-YES TO TRUE
003810         GO TO L2-EXIT.
003820     IF PC1 NOT NUMERIC OR PC2 NOT NUMERIC
003830         GO TO L2-EXIT
003840     END-IF.
003850     MOVE PC1 TO GV1-W-TERM.
003860     PERFORM T THRU T-EXIT.
003870     ADD PC2 TO GV1-TM-POSTED (GV1-TERM-FOUND-IX).
003880 L2-EXIT.
003890     EXIT.
003900 L3.
003910     READ BCTL-FILE AT END
003920         SET GV1-EOF-YES TO TRUE
003930         GO TO L3-EXIT.
003940     IF BC1 NOT NUMERIC OR BC2 NOT NUMERIC
003950         GO TO L3-EXIT
003960     END-IF.
003970     MOVE BC1 TO GV1-W-TERM.
003980     PERFORM T THRU T-EXIT.
003990     SUBTRACT BC2 FROM GV1-TM-POSTED (GV1-TERM-FOUND-IX).
004000 L3-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* C COMPARES ONE TERM'S HISTORY ROW COUNT AGAINST ITS POSTED
004040* TOTAL. PERFORMED VARYING OVER THE TERM TABLE. A SHORTFALL
004050* AFTER A RETENTION PURGE IS STILL A FINDING -- PROVE IT
004060* AGAINST FILEHARC, DO NOT ASSUME.
004070*----------------------------------------------------------------
004080 C.
004090     IF GV1-TM-HIST (GV1-TERM-IX)
004100         = GV1-TM-POSTED (GV1-TERM-IX)
004110         GO TO C-EXIT
004120     END-IF.
004130     ADD 1 TO GV1-TERM-COUNT.
004140     ADD 1 TO GV1-FIND-COUNT.
004150     MOVE GV1-TM-TERM (GV1-TERM-IX) TO GV1-TL-TERM.
004160     MOVE GV1-TM-HIST (GV1-TERM-IX) TO GV1-TL-HIST.
004170     MOVE GV1-TM-POSTED (GV1-TERM-IX) TO GV1-TL-POSTED.
004180     WRITE REPORT-LINE FROM GV1-TERM-LINE
004190         AFTER ADVANCING 1 LINE.
004200 C-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* D PRINTS THE SUMMARY COUNTS AND THE VERDICT, AND SETS
004240* RETURN-CODE 8 ON ANY FINDING.
004250*----------------------------------------------------------------
004260 D.
004270     MOVE 'MASTER RECORDS READ' TO GV1-CL-LABEL.
004280     MOVE GV1-MAST-COUNT TO GV1-CL-COUNT.
004290     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004300         AFTER ADVANCING 2 LINES.
004310     MOVE 'HISTORY ROWS READ' TO GV1-CL-LABEL.
004320     MOVE GV1-HIST-COUNT TO GV1-CL-COUNT.
004330     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004340         AFTER ADVANCING 1 LINE.
004350     MOVE 'HISTORY ORPHAN ROWS' TO GV1-CL-LABEL.
004360     MOVE GV1-ORPHAN-COUNT TO GV1-CL-COUNT.
004370     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004380         AFTER ADVANCING 1 LINE.
004390     MOVE 'MASTERS WITHOUT HISTORY' TO GV1-CL-LABEL.
004400     MOVE GV1-NOHIST-COUNT TO GV1-CL-COUNT.
004410     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004420         AFTER ADVANCING 1 LINE.
004430     MOVE 'NAME MISMATCHES' TO GV1-CL-LABEL.
004440     MOVE GV1-NAME-COUNT TO GV1-CL-COUNT.
004450     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004460         AFTER ADVANCING 1 LINE.
004470     MOVE 'KEY SEQUENCE FINDINGS' TO GV1-CL-LABEL.
004480     MOVE GV1-SEQ-COUNT TO GV1-CL-COUNT.
004490     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004500         AFTER ADVANCING 1 LINE.
004510     MOVE 'TERM COUNT MISMATCHES' TO GV1-CL-LABEL.
004520     MOVE GV1-TERM-COUNT TO GV1-CL-COUNT.
004530     WRITE REPORT-LINE FROM GV1-COUNT-LINE
004540         AFTER ADVANCING 1 LINE.
004550     IF GV1-FIND-COUNT = 0
004560         WRITE REPORT-LINE FROM GV1-GOOD-LINE
004570             AFTER ADVANCING 2 LINES
004580     ELSE
004590         MOVE GV1-FIND-COUNT TO GV1-BD-COUNT
004600         WRITE REPORT-LINE FROM GV1-BAD-LINE
004610             AFTER ADVANCING 2 LINES
004620         MOVE 8 TO RETURN-CODE
004630     END-IF.
004640 D-EXIT.
004650     EXIT.
