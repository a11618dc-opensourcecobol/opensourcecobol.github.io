       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOCTLCHK.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。スイートの制御ファイル同士の
      *                        食い違いを一度に突き合わせる。
      *                        ・ページ台帳: TOC.mdから外れたページ・
      *                        　重複行・親の無い「ページ>部品」行・
      *                        　消えた部品・変換元の消えたTOCページ
      *                        ・世代台帳: 退避ファイルの欠落と行数・
      *                        　チェックサムの不一致（破損）
      *                        ・retired.lst: 後継の連鎖（A→B→C）と
      *                        　循環・見つからない後継・TOCに残る
      *                        　旧ページ・旧ページの重複
      *                        ・対応表: 二重の対応・退役したページ
      *                        　との対応・TOCに無い日本語側・英語側
      *                        　の変換元の欠落
      *                        ・published.lst・exclude.lst: どの
      *                        　ページにも当たらない行と重複
      *                        ・残ったチェックポイント: 消えた
      *                        　マニフェストや載っていないページを
      *                        　指すもの（AUTOMANUALは再開を拒否
      *                        　するか、全ページを読み飛ばす）
      *                        食い違いごとに直し方を添えて報告する。
      *                        今夜のAUTOMANUAL・AUTOREDIRの結果を
      *                        誤らせるものはERROR（RETURN-CODE 8）、
      *                        片付ければよいものはWARNING（4）とし、
      *                        夜間実行のAUTOMANUALの前に置いて関門
      *                        にできるようにした。
      *2026-10-15 M SHIMADA    不具合修正: 台帳の部品行の部品パスに
      *                        変換元ツリーをもう一度付けて探していた
      *                        ため、正しい部品もすべて消えたと警告
      *                        していた。また、輪の外から輪へ入るだけ
      *                        の行も循環と報告していたのを、後継が
      *                        決まらない行として報告するようにした
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    CONFIGFILE    ASSIGN         TO   DYNAMIC
                                                       CONFIG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CFG-STS.
           SELECT    LISTFILE      ASSIGN         TO   DYNAMIC
                                                       LIST-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LIST-STS.
           SELECT    PROBEFILE     ASSIGN         TO   DYNAMIC
                                                       PROBE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROBE-STS.
           SELECT    GENFILE       ASSIGN         TO   DYNAMIC
                                                       GEN-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   GEN-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *-------------------------------------*
       FILE                        SECTION.
      *-------------------------------------*
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  LISTFILE.
       01  LIST-LINE               PIC X(500).
       FD  PROBEFILE.
       01  PROBE-REC               PIC X(250).
       FD  GENFILE.
       01  GEN-REC                 PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  CFG-STS                  PIC X(02).
       01  LIST-STS                 PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  GEN-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  RETIRED-PATH             PIC X(256)  VALUE "retired.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  GENCAT-PATH              PIC X(256)
                                    VALUE "generations.cat".
       01  PUBLISHED-PATH           PIC X(256)  VALUE "published.lst".
       01  CHECKPOINT-PATH          PIC X(256)
                                    VALUE "automanual.checkpoint".
       01  LIST-PATH                PIC X(256).
       01  PROBE-FILE-PATH          PIC X(256).
       01  GEN-FILE-PATH            PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoctlchk_report.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *一覧ファイルの読込用
       01  LIST-REC                 PIC X(500).
       01  LIST-P1                  PIC X(250).
       01  LIST-P2                  PIC X(250).
       01  LIST-P3                  PIC X(250).
       01  LIST-P4                  PIC X(250).
       01  LIST-P5                  PIC X(250).
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
       01  SW-LIST-OPEN             PIC X      VALUE 'N'.
      *TOC.mdのページ名一覧
       01  TOC-TABLE.
           05  TOC-FILENAME         PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
       01  SW-TOC-LOADED            PIC X      VALUE 'N'.
      *除外リスト（TOC.mdは常に除外扱い）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
               10  EXCL-NAME        PIC X(250).
               10  EXCL-LINE-NO     PIC 9(05).
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
      *退役ページの対応表（旧ページ名・後継ページ名・行番号）
      *RET-MARKは循環を一度だけ報告するための印
       01  RET-TABLE.
           05  RET-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY RET-IDX.
               10  RET-OLD          PIC X(250).
               10  RET-NEW          PIC X(250).
               10  RET-LINE-NO      PIC 9(05).
               10  RET-MARK         PIC X(01).
       01  RET-COUNT                PIC 9(04) COMP VALUE 0.
      *日英ページ対応表
       01  PAIR-TABLE.
           05  PAIR-ENTRY           OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
               10  PAIR-JA          PIC X(250).
               10  PAIR-EN          PIC X(250).
               10  PAIR-LINE-NO     PIC 9(05).
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
      *ページ台帳の名前（部品行"ページ>部品"を含む）
       01  LED-TABLE.
           05  LED-ENTRY            OCCURS 5000 TIMES
                                     INDEXED BY LED-IDX.
               10  LED-NAME         PIC X(250).
               10  LED-LINE-NO      PIC 9(05).
       01  LED-COUNT                PIC 9(04) COMP VALUE 0.
      *公開済みファイル一覧
       01  PUB-TABLE.
           05  PUB-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY PUB-IDX.
               10  PUB-NAME         PIC X(250).
               10  PUB-LINE-NO      PIC 9(05).
       01  PUB-COUNT                PIC 9(04) COMP VALUE 0.
       01  SW-PUB-LOADED            PIC X      VALUE 'N'.
      *検索の作業領域
       01  WS-KEY                   PIC X(250).
       01  WS-KEY-MD                PIC X(250).
       01  WS-HIT-IX                PIC 9(04) COMP VALUE 0.
       01  WS-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-JX                    PIC 9(04) COMP VALUE 0.
       01  SW-FOUND                 PIC X      VALUE 'N'.
       01  SW-EXISTS                PIC X      VALUE 'N'.
       01  WS-GT-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-PAGE-PART             PIC X(250).
       01  WS-SNIP-PART             PIC X(250).
       01  WS-TREE                  PIC X(10).
       01  WS-PAGE-NAME             PIC X(250).
      *後継の連鎖のたどり
       01  WS-CUR                   PIC X(250).
       01  WS-HOPS                  PIC 9(04) COMP VALUE 0.
       01  SW-CYCLE                 PIC X      VALUE 'N'.
       01  SW-INTO-CYCLE            PIC X      VALUE 'N'.
       01  SW-CHAIN-END             PIC X      VALUE 'N'.
       01  WS-CHAIN-TEXT            PIC X(250).
       01  WS-CHAIN-PTR             PIC 9(03) COMP VALUE 1.
      *世代台帳の照合（AUTOMANUALの世代退避と同じ位置重み付き
      *バイト和）
       01  GCAT-KIND                PIC X(04).
       01  GCAT-STAMP               PIC X(14).
       01  GCAT-PATH-PART           PIC X(256).
       01  GCAT-LINES-X             PIC X(07).
       01  GCAT-SUM-X               PIC X(09).
       01  WS-CAT-LINES             PIC 9(07)  VALUE 0.
       01  WS-CAT-SUM-D             PIC 9(09)  VALUE 0.
       01  WS-VER-LINES             PIC 9(07)  VALUE 0.
       01  WS-VER-SUM               PIC 9(12) COMP VALUE 0.
       01  WS-VER-SUM-D             PIC 9(09)  VALUE 0.
       01  WS-VER-WEIGHT            PIC 9(02) COMP VALUE 1.
       01  WS-CHK-Q                 PIC 9(03) COMP.
       01  WS-CHK-R                 PIC 9(09) COMP.
       01  WS-CHK-PAIR.
           05  WS-CHK-HI            PIC X.
           05  WS-CHK-CHAR          PIC X.
       01  WS-CHK-NUM               REDEFINES WS-CHK-PAIR
                                    PIC 9(04)  COMP.
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-BLK                   PIC 9(03) COMP.
       01  WS-BLK-START             PIC 9(05) COMP.
       01  WS-CHR                   PIC 9(05) COMP.
       01  WS-GEN-KEYS.
           05  WS-GEN-KEY           PIC X(270) OCCURS 5000 TIMES.
       01  WS-GEN-KEY-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-GEN-THIS-KEY          PIC X(270).
       01  WS-GEN-LINES-D           PIC 9(07).
      *チェックポイントの照合
       01  WS-SN                    PIC 9(01)  VALUE 0.
       01  WS-CK-LINE1              PIC X(500).
       01  WS-CK-LINE2              PIC X(500).
       01  WS-CK-LINE3              PIC X(500).
       01  WS-CK-SOURCE             PIC X(250).
       01  WS-CK-SRC-FILE           PIC X(250).
       01  WS-CK-OPTION             PIC X(10).
      *指摘1件の組み立て
      *WS-SEV: 'E'=ERROR（今夜の実行結果を誤らせる）
      *        'W'=WARNING（片付ければよい）
       01  WS-SEV                   PIC X      VALUE SPACE.
       01  WS-F-FILE                PIC X(30).
       01  WS-F-LINE                PIC 9(05)  VALUE 0.
       01  WS-F-SUBJECT             PIC X(250).
       01  WS-F-PROBLEM             PIC X(200).
       01  WS-F-FIX                 PIC X(250).
      *件数集計
       01  WS-ERRORS                PIC 9(05)  VALUE 0.
       01  WS-WARNINGS              PIC 9(05)  VALUE 0.
       01  WS-LED-FINDINGS          PIC 9(05)  VALUE 0.
       01  WS-GEN-FINDINGS          PIC 9(05)  VALUE 0.
       01  WS-RET-FINDINGS          PIC 9(05)  VALUE 0.
       01  WS-PAIR-FINDINGS         PIC 9(05)  VALUE 0.
       01  WS-PUB-FINDINGS          PIC 9(05)  VALUE 0.
       01  WS-EXCL-FINDINGS         PIC 9(05)  VALUE 0.
       01  WS-CKPT-FINDINGS         PIC 9(05)  VALUE 0.
       01  WS-GENS-CHECKED          PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           MOVE LOW-VALUE TO WS-CHK-HI.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-TOC.
           PERFORM MAIN-015-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-RETIRED.
           PERFORM MAIN-025-LOAD-PAIRS THRU MAIN-025-EXIT.
           PERFORM MAIN-030-LOAD-LEDGER.
           PERFORM MAIN-035-LOAD-PUBLISHED.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOCTLCHK control-file consistency report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           IF SW-TOC-LOADED = 'N'
               MOVE "TOC.md not found - nothing to check against"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-100-CHECK-LEDGER.
           PERFORM MAIN-200-CHECK-GENERATIONS THRU MAIN-200-EXIT.
           PERFORM MAIN-300-CHECK-RETIRED.
           PERFORM MAIN-400-CHECK-PAIRS.
           PERFORM MAIN-450-CHECK-PUBLISHED.
           PERFORM MAIN-470-CHECK-EXCLUDE.
           PERFORM MAIN-480-CHECK-CHECKPOINTS.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから日英対応表のパスを読み込む
      *-------------------------------------*
       MAIN-005-LOAD-CONFIG.
           OPEN INPUT CONFIGFILE.
           IF CFG-STS = "00"
               PERFORM UNTIL CFG-STS NOT = ZERO
                   READ CONFIGFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CONFIG-LINE TO CFG-REC
                        IF CFG-REC NOT = SPACE
                           AND CFG-REC(1:1) NOT = "*"
                           MOVE SPACE TO CFG-KEY CFG-VALUE
                           UNSTRING CFG-REC DELIMITED BY "="
                                    INTO CFG-KEY CFG-VALUE
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *TOC.mdの読込（ページ名一覧）
      *-------------------------------------*
       MAIN-010-LOAD-TOC.
           MOVE TOC-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               MOVE 'Y' TO SW-TOC-LOADED
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO TOC-REC
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTOCTLCHK: TOC table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO TOC-PART1 TOC-PART2
                           UNSTRING TOC-REC DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           ADD 1 TO TOC-COUNT
                           MOVE TOC-PART2 TO TOC-FILENAME(TOC-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *除外リストの読込
      *-------------------------------------*
       MAIN-015-LOAD-EXCLUDE.
           MOVE 0 TO EXCL-COUNT WS-LINE-NO.
           MOVE EXCLUDE-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF EXCL-COUNT >= 200
                               DISPLAY "AUTOCTLCHK: exclude table "
                                       "full (200) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO EXCL-COUNT
                           MOVE SPACE TO LIST-P1
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1
                           MOVE LIST-P1 TO EXCL-NAME(EXCL-COUNT)
                           MOVE WS-LINE-NO TO EXCL-LINE-NO(EXCL-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *退役ページの対応表の読込
      *-------------------------------------*
       MAIN-020-LOAD-RETIRED.
           MOVE 0 TO RET-COUNT WS-LINE-NO.
           MOVE RETIRED-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF RET-COUNT >= 2000
                               DISPLAY "AUTOCTLCHK: retired table "
                                       "full (2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LIST-P1 LIST-P2
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1 LIST-P2
                           ADD 1 TO RET-COUNT
                           MOVE LIST-P1 TO RET-OLD(RET-COUNT)
                           MOVE LIST-P2 TO RET-NEW(RET-COUNT)
                           MOVE WS-LINE-NO TO RET-LINE-NO(RET-COUNT)
                           MOVE SPACE TO RET-MARK(RET-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の読込
      *-------------------------------------*
       MAIN-025-LOAD-PAIRS.
           MOVE 0 TO PAIR-COUNT WS-LINE-NO.
           IF PAIR-FILE-PATH = SPACE
               GO TO MAIN-025-EXIT
           END-IF.
           MOVE PAIR-FILE-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF PAIR-COUNT >= 1000
                               DISPLAY "AUTOCTLCHK: pair table full "
                                       "(1000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LIST-P1 LIST-P2
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1 LIST-P2
                           ADD 1 TO PAIR-COUNT
                           MOVE LIST-P1 TO PAIR-JA(PAIR-COUNT)
                           MOVE LIST-P2 TO PAIR-EN(PAIR-COUNT)
                           MOVE WS-LINE-NO TO PAIR-LINE-NO(PAIR-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
       MAIN-025-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ページ台帳の読込（名前だけ。部品行も1件として持つ）
      *-------------------------------------*
       MAIN-030-LOAD-LEDGER.
           MOVE 0 TO LED-COUNT WS-LINE-NO.
           MOVE LEDGER-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF LED-COUNT >= 5000
                               DISPLAY "AUTOCTLCHK: ledger table "
                                       "full (5000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LIST-P1
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1
                           ADD 1 TO LED-COUNT
                           MOVE LIST-P1 TO LED-NAME(LED-COUNT)
                           MOVE WS-LINE-NO TO LED-LINE-NO(LED-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *公開済みファイル一覧の読込（先頭の語だけをファイル名とする）
      *-------------------------------------*
       MAIN-035-LOAD-PUBLISHED.
           MOVE 0 TO PUB-COUNT WS-LINE-NO.
           MOVE PUBLISHED-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               MOVE 'Y' TO SW-PUB-LOADED
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF PUB-COUNT >= 2000
                               DISPLAY "AUTOCTLCHK: published table "
                                       "full (2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LIST-P1
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1
                           ADD 1 TO PUB-COUNT
                           MOVE LIST-P1 TO PUB-NAME(PUB-COUNT)
                           MOVE WS-LINE-NO TO PUB-LINE-NO(PUB-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *ページ台帳の点検
      *・"old/ページ"はTOC.md、"old_en/ページ"は対応表の英語側に
      *　載っていること（外れたページの行は二度と更新されない）
      *・同じ名前の行が2つ無いこと
      *・"ページ>部品"の行はそのページ自身の行があり、部品が
      *　変換元ツリーに実在すること
      *・TOCページの変換元が消えていないこと
      *-------------------------------------*
       MAIN-100-CHECK-LEDGER.
           MOVE "== automanual.ledger" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "automanual.ledger" TO WS-F-FILE.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               MOVE LED-LINE-NO(LED-IDX) TO WS-F-LINE
               MOVE LED-NAME(LED-IDX) TO WS-F-SUBJECT
      *重複行（後ろの行を報告する）
               MOVE 'N' TO SW-FOUND
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX >= LED-IDX OR SW-FOUND = 'Y'
                   IF LED-NAME(WS-IX) = LED-NAME(LED-IDX)
                       MOVE 'Y' TO SW-FOUND
                   END-IF
               END-PERFORM
               IF SW-FOUND = 'Y'
                   MOVE 'W' TO WS-SEV
                   MOVE "duplicate ledger entry" TO WS-F-PROBLEM
                   MOVE SPACE TO WS-F-FIX
                   STRING "delete this line (AUTOMANUAL reads only the "
                          "first entry for a name)"
                          DELIMITED BY SIZE INTO WS-F-FIX
                   PERFORM MAIN-700-WRITE-FINDING
                   ADD 1 TO WS-LED-FINDINGS
               ELSE
                   MOVE 0 TO WS-GT-COUNT
                   INSPECT LED-NAME(LED-IDX)
                           TALLYING WS-GT-COUNT FOR ALL ">"
                   IF WS-GT-COUNT > 0
                       PERFORM MAIN-120-CHECK-DEPENDENCY
                   ELSE
                       PERFORM MAIN-110-CHECK-LEDGER-PAGE
                               THRU MAIN-110-EXIT
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *台帳のページ行1件
      *-------------------------------------*
       MAIN-110-CHECK-LEDGER-PAGE.
           MOVE SPACE TO WS-TREE WS-PAGE-NAME.
           IF LED-NAME(LED-IDX)(1:4) = "old/"
               MOVE "old/" TO WS-TREE
               MOVE LED-NAME(LED-IDX)(5:) TO WS-PAGE-NAME
           END-IF.
           IF LED-NAME(LED-IDX)(1:7) = "old_en/"
               MOVE "old_en/" TO WS-TREE
               MOVE LED-NAME(LED-IDX)(8:) TO WS-PAGE-NAME
           END-IF.
           IF WS-TREE = SPACE
               MOVE 'W' TO WS-SEV
               MOVE "entry is not under old/ or old_en/"
                    TO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "delete this line (no AUTOMANUAL run writes such "
                      "a name)"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-LED-FINDINGS
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE WS-PAGE-NAME TO WS-KEY.
           IF WS-TREE = "old/"
               PERFORM MAIN-500-FIND-TOC
               IF SW-FOUND = 'Y'
      *TOCページの変換元が消えていれば今夜の実行でそのページが
      *失敗する
                   MOVE LED-NAME(LED-IDX) TO PROBE-FILE-PATH
                   PERFORM MAIN-540-PROBE-FILE
                   IF SW-EXISTS = 'N'
                       MOVE 'E' TO WS-SEV
                       MOVE SPACE TO WS-F-PROBLEM
                       STRING "TOC page source file is missing - "
                              "AUTOMANUAL will fail this page"
                              DELIMITED BY SIZE INTO WS-F-PROBLEM
                       MOVE SPACE TO WS-F-FIX
                       STRING "restore the source from version "
                              "control, or retire the page with "
                              "AUTOTOCEDIT"
                              DELIMITED BY SIZE INTO WS-F-FIX
                       PERFORM MAIN-700-WRITE-FINDING
                       ADD 1 TO WS-LED-FINDINGS
                   END-IF
                   GO TO MAIN-110-EXIT
               END-IF
               PERFORM MAIN-510-FIND-RETIRED
               MOVE 'W' TO WS-SEV
               IF WS-HIT-IX > 0
                   MOVE SPACE TO WS-F-PROBLEM
                   STRING "page has been retired (retired.lst) but its "
                          "ledger entry remains"
                          DELIMITED BY SIZE INTO WS-F-PROBLEM
               ELSE
                   PERFORM MAIN-520-FIND-EXCLUDED
                   IF SW-FOUND = 'Y'
                       GO TO MAIN-110-EXIT
                   END-IF
                   MOVE "page is no longer in TOC.md" TO WS-F-PROBLEM
               END-IF
               MOVE "delete this line and its page>snippet lines"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-LED-FINDINGS
           ELSE
               PERFORM MAIN-530-FIND-PAIR-EN
               IF SW-FOUND = 'N'
                   MOVE 'W' TO WS-SEV
                   IF PAIR-FILE-PATH = SPACE
                       MOVE SPACE TO WS-F-PROBLEM
                       STRING "English page but PAIR-FILE is not "
                              "configured"
                              DELIMITED BY SIZE INTO WS-F-PROBLEM
                   ELSE
                       MOVE "English page is no longer in the pair file"
                            TO WS-F-PROBLEM
                   END-IF
                   MOVE "delete this line and its page>snippet lines"
                        TO WS-F-FIX
                   PERFORM MAIN-700-WRITE-FINDING
                   ADD 1 TO WS-LED-FINDINGS
               END-IF
           END-IF.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *台帳の部品行1件（"old/ページ>部品"）
      *-------------------------------------*
       MAIN-120-CHECK-DEPENDENCY.
           MOVE SPACE TO WS-PAGE-PART WS-SNIP-PART.
           UNSTRING LED-NAME(LED-IDX) DELIMITED BY ">"
                    INTO WS-PAGE-PART WS-SNIP-PART.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > LED-COUNT OR SW-FOUND = 'Y'
               IF LED-NAME(WS-IX) = WS-PAGE-PART
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
           IF SW-FOUND = 'N'
               MOVE 'W' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "snippet dependency for a page that has no "
                      "ledger entry"
                      DELIMITED BY SIZE INTO WS-F-PROBLEM
               MOVE "delete this line" TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-LED-FINDINGS
           ELSE
      *部品行は部品の変換元ツリー込みの実行ディレクトリからの
      *パスを持つ（"old/ページ>old/部品"）
               MOVE WS-SNIP-PART TO PROBE-FILE-PATH
               PERFORM MAIN-540-PROBE-FILE
               IF SW-EXISTS = 'N'
                   MOVE 'W' TO WS-SEV
                   MOVE SPACE TO WS-F-PROBLEM
                   STRING "snippet "        DELIMITED BY SIZE
                          PROBE-FILE-PATH   DELIMITED BY SPACE
                          " no longer exists"
                                            DELIMITED BY SIZE
                          INTO WS-F-PROBLEM
                   MOVE SPACE TO WS-F-FIX
                   STRING "run AUTOINCL to find the broken include in "
                          "the page; the next AUTOMANUAL run rewrites "
                          "this line"
                          DELIMITED BY SIZE INTO WS-F-FIX
                   PERFORM MAIN-700-WRITE-FINDING
                   ADD 1 TO WS-LED-FINDINGS
               END-IF
           END-IF.
      *-------------------------------------*
      *世代台帳の点検
      *各行"GEN 実行ID パス 行数 チェックサム"の退避ファイル
      *（generations/実行ID/パス）が実在し、行数とチェックサムが
      *合うこと（合わなければAUTORESTOREが壊れた内容を戻す）
      *-------------------------------------*
       MAIN-200-CHECK-GENERATIONS.
           MOVE "== generations.cat" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "generations.cat" TO WS-F-FILE.
           MOVE 0 TO WS-LINE-NO WS-GEN-KEY-COUNT.
           MOVE GENCAT-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS NOT = "00"
               MOVE "  (no generation catalog)" TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-200-EXIT
           END-IF.
           PERFORM UNTIL LIST-STS NOT = ZERO
               READ LISTFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE LIST-LINE TO LIST-REC
                    IF LIST-REC NOT = SPACE
                       AND LIST-REC(1:1) NOT = "*"
                       PERFORM MAIN-210-CHECK-ONE-GEN THRU MAIN-210-EXIT
                    END-IF
           END-PERFORM.
           CLOSE LISTFILE.
       MAIN-200-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-210-CHECK-ONE-GEN.
           MOVE WS-LINE-NO TO WS-F-LINE.
           MOVE SPACE TO GCAT-KIND GCAT-STAMP GCAT-PATH-PART
                         GCAT-LINES-X GCAT-SUM-X.
           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                    INTO GCAT-KIND GCAT-STAMP GCAT-PATH-PART
                         GCAT-LINES-X GCAT-SUM-X.
           MOVE SPACE TO WS-F-SUBJECT.
           STRING GCAT-STAMP      DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  GCAT-PATH-PART  DELIMITED BY SPACE
                  INTO WS-F-SUBJECT.
           IF GCAT-KIND NOT = "GEN"
               OR GCAT-STAMP NOT NUMERIC
               OR GCAT-PATH-PART = SPACE
               OR GCAT-LINES-X NOT NUMERIC
               OR GCAT-SUM-X NOT NUMERIC
               MOVE 'W' TO WS-SEV
               MOVE LIST-REC(1:250) TO WS-F-SUBJECT
               MOVE "malformed catalog line" TO WS-F-PROBLEM
               MOVE "delete this line (AUTORESTORE cannot use it)"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-GEN-FINDINGS
               GO TO MAIN-210-EXIT
           END-IF.
      *同じ実行・同じパスの重複
           MOVE WS-F-SUBJECT TO WS-GEN-THIS-KEY.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-GEN-KEY-COUNT OR SW-FOUND = 'Y'
               IF WS-GEN-KEY(WS-IX) = WS-GEN-THIS-KEY
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
           IF SW-FOUND = 'Y'
               MOVE 'W' TO WS-SEV
               MOVE "duplicate catalog line" TO WS-F-PROBLEM
               MOVE "delete this line" TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-GEN-FINDINGS
               GO TO MAIN-210-EXIT
           END-IF.
           IF WS-GEN-KEY-COUNT < 5000
               ADD 1 TO WS-GEN-KEY-COUNT
               MOVE WS-GEN-THIS-KEY TO WS-GEN-KEY(WS-GEN-KEY-COUNT)
           END-IF.
           ADD 1 TO WS-GENS-CHECKED.
           MOVE SPACE TO GEN-FILE-PATH.
           STRING "generations/"  DELIMITED BY SIZE
                  GCAT-STAMP      DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  GCAT-PATH-PART  DELIMITED BY SPACE
                  INTO GEN-FILE-PATH.
           MOVE 0 TO WS-VER-LINES WS-VER-SUM.
           MOVE 1 TO WS-VER-WEIGHT.
           OPEN INPUT GENFILE.
           IF GEN-STS NOT = "00"
               MOVE 'W' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "generation file "  DELIMITED BY SIZE
                      GEN-FILE-PATH       DELIMITED BY SPACE
                      " is missing (pruned or deleted)"
                                          DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "delete this line; this generation cannot be "
                      "restored"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-GEN-FINDINGS
               GO TO MAIN-210-EXIT
           END-IF.
      *制御文字を含む行は状態09で渡されるため、読み続ける
           PERFORM UNTIL GEN-STS NOT = "00" AND GEN-STS NOT = "09"
               MOVE SPACE TO GEN-REC
               READ GENFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-VER-LINES
                    PERFORM MAIN-230-SUM-ONE-LINE
           END-PERFORM.
           CLOSE GENFILE.
           MOVE WS-VER-SUM TO WS-VER-SUM-D.
           MOVE GCAT-LINES-X TO WS-CAT-LINES.
           MOVE GCAT-SUM-X   TO WS-CAT-SUM-D.
           IF WS-VER-LINES NOT = WS-CAT-LINES
               OR WS-VER-SUM-D NOT = WS-CAT-SUM-D
               MOVE 'W' TO WS-SEV
               MOVE WS-VER-LINES TO WS-GEN-LINES-D
               MOVE SPACE TO WS-F-PROBLEM
               STRING "generation file is corrupt (lines "
                                          DELIMITED BY SIZE
                      WS-GEN-LINES-D      DELIMITED BY SIZE
                      " checksum "        DELIMITED BY SIZE
                      WS-VER-SUM-D        DELIMITED BY SIZE
                      ", catalog says "   DELIMITED BY SIZE
                      GCAT-LINES-X        DELIMITED BY SPACE
                      " "                 DELIMITED BY SIZE
                      GCAT-SUM-X          DELIMITED BY SPACE
                      ")"                 DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "do not restore this generation; delete the file "
                      "and this line"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-GEN-FINDINGS
           END-IF.
       MAIN-210-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分をチェックサムへ加算する
      *-------------------------------------*
       MAIN-230-SUM-ONE-LINE.
           PERFORM MAIN-240-CALC-REC-LEN.
           PERFORM VARYING WS-CHR FROM 1 BY 1
                     UNTIL WS-CHR > WS-REC-LEN
               MOVE GEN-REC(WS-CHR:1) TO WS-CHK-CHAR
               COMPUTE WS-VER-SUM =
                       WS-VER-SUM + WS-CHK-NUM * WS-VER-WEIGHT
               ADD 1 TO WS-VER-WEIGHT
               IF WS-VER-WEIGHT > 97
                   MOVE 1 TO WS-VER-WEIGHT
               END-IF
           END-PERFORM.
           DIVIDE WS-VER-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-VER-SUM.
      *-------------------------------------*
      *GEN-REC（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
       MAIN-240-CALC-REC-LEN.
           MOVE 0 TO WS-REC-LEN.
           PERFORM VARYING WS-BLK FROM 100 BY -1
                     UNTIL WS-BLK < 1 OR WS-REC-LEN > 0
               COMPUTE WS-BLK-START = (WS-BLK - 1) * 500 + 1
               IF GEN-REC(WS-BLK-START:500) NOT = SPACE
                   COMPUTE WS-CHR = WS-BLK-START + 499
                   PERFORM UNTIL WS-CHR < WS-BLK-START
                                 OR GEN-REC(WS-CHR:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-CHR
                   END-PERFORM
                   MOVE WS-CHR TO WS-REC-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *退役ページの対応表の点検
      *AUTOREDIRは後継がTOCにもold/にも無い行を黙って飛ばし、
      *後継がまた退役していればスタブからスタブへ飛ばす
      *-------------------------------------*
       MAIN-300-CHECK-RETIRED.
           MOVE "== retired.lst" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "retired.lst" TO WS-F-FILE.
           PERFORM VARYING RET-IDX FROM 1 BY 1
                     UNTIL RET-IDX > RET-COUNT
               PERFORM MAIN-310-CHECK-ONE-RETIRED THRU MAIN-310-EXIT
           END-PERFORM.
      *-------------------------------------*
       MAIN-310-CHECK-ONE-RETIRED.
           MOVE RET-LINE-NO(RET-IDX) TO WS-F-LINE.
           MOVE SPACE TO WS-F-SUBJECT.
           STRING RET-OLD(RET-IDX)  DELIMITED BY SPACE
                  " -> "            DELIMITED BY SIZE
                  RET-NEW(RET-IDX)  DELIMITED BY SPACE
                  INTO WS-F-SUBJECT.
           IF RET-NEW(RET-IDX) = SPACE
               MOVE 'E' TO WS-SEV
               MOVE "no successor page on this line" TO WS-F-PROBLEM
               MOVE "add the successor page name after the old name"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
               GO TO MAIN-310-EXIT
           END-IF.
      *同じ旧ページの2行目以降
           MOVE 0 TO WS-HIT-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX >= RET-IDX OR WS-HIT-IX > 0
               IF RET-OLD(WS-IX) = RET-OLD(RET-IDX)
                   MOVE WS-IX TO WS-HIT-IX
               END-IF
           END-PERFORM.
           IF WS-HIT-IX > 0
               IF RET-NEW(WS-HIT-IX) = RET-NEW(RET-IDX)
                   MOVE 'W' TO WS-SEV
                   MOVE "duplicate line" TO WS-F-PROBLEM
                   MOVE "delete this line" TO WS-F-FIX
               ELSE
                   MOVE 'E' TO WS-SEV
                   MOVE SPACE TO WS-F-PROBLEM
                   STRING "old page is retired twice with different "
                          "successors"
                          DELIMITED BY SIZE INTO WS-F-PROBLEM
                   MOVE SPACE TO WS-F-FIX
                   STRING "keep one line; the earlier line points at "
                                            DELIMITED BY SIZE
                          RET-NEW(WS-HIT-IX) DELIMITED BY SPACE
                          INTO WS-F-FIX
               END-IF
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
               GO TO MAIN-310-EXIT
           END-IF.
      *旧ページがまだTOCにあればスタブが本物のページを上書きする
           MOVE RET-OLD(RET-IDX) TO WS-KEY.
           PERFORM MAIN-500-FIND-TOC.
           IF SW-FOUND = 'Y'
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "retired page is still listed in TOC.md - "
                      "AUTOREDIR would overwrite it with a stub"
                      DELIMITED BY SIZE INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "delete this line, or remove the page from "
                      "TOC.md (AUTOTOCEDIT retire)"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
           END-IF.
      *後継をたどる（循環は輪の最初の行で一度だけ報告する）
           IF RET-MARK(RET-IDX) = "C"
               GO TO MAIN-310-EXIT
           END-IF.
           PERFORM MAIN-320-FOLLOW-CHAIN.
           IF SW-CYCLE = 'Y'
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "successor cycle: " DELIMITED BY SIZE
                      WS-CHAIN-TEXT       DELIMITED BY "  "
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "break the cycle: point one of these pages at a "
                      "page that is listed in TOC.md"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
               GO TO MAIN-310-EXIT
           END-IF.
      *輪へ入るだけの行は輪の行とは別に、後継の決まらない行とする
           IF SW-INTO-CYCLE = 'Y'
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "successor of "     DELIMITED BY SIZE
                      RET-OLD(RET-IDX)    DELIMITED BY SPACE
                      " cannot be resolved - the chain runs into a "
                      "successor cycle"   DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "point this line at a page that is listed in "
                      "TOC.md (the cycle is reported on its own lines)"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
               GO TO MAIN-310-EXIT
           END-IF.
           IF WS-HOPS > 0
               MOVE 'W' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "successor chain: " DELIMITED BY SIZE
                      WS-CHAIN-TEXT       DELIMITED BY "  "
                      " (stub redirects to another stub)"
                                          DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "change the successor of "
                                          DELIMITED BY SIZE
                      RET-OLD(RET-IDX)    DELIMITED BY SPACE
                      " to "              DELIMITED BY SIZE
                      WS-CUR              DELIMITED BY SPACE
                      INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-RET-FINDINGS
           END-IF.
      *最終の後継がTOCにもold/にも無ければスタブは作られない
           MOVE WS-CUR TO WS-KEY.
           PERFORM MAIN-500-FIND-TOC.
           IF SW-FOUND = 'N'
               MOVE SPACE TO PROBE-FILE-PATH
               STRING "old/"   DELIMITED BY SIZE
                      WS-CUR   DELIMITED BY SPACE
                      INTO PROBE-FILE-PATH
               PERFORM MAIN-540-PROBE-FILE
               IF SW-EXISTS = 'N'
                   MOVE 'E' TO WS-SEV
                   MOVE SPACE TO WS-F-PROBLEM
                   STRING "successor "      DELIMITED BY SIZE
                          WS-CUR            DELIMITED BY SPACE
                          " is neither in TOC.md nor in old/ - "
                          "AUTOREDIR skips this line, the old URL "
                          "returns 404"
                                            DELIMITED BY SIZE
                          INTO WS-F-PROBLEM
                   MOVE SPACE TO WS-F-FIX
                   STRING "point the old page at a page that is listed "
                          "in TOC.md"
                          DELIMITED BY SIZE INTO WS-F-FIX
                   PERFORM MAIN-700-WRITE-FINDING
                   ADD 1 TO WS-RET-FINDINGS
               END-IF
           END-IF.
       MAIN-310-EXIT.
           CONTINUE.
      *-------------------------------------*
      *RET-IDXの行から後継をたどる
      *WS-CUR: 最終の後継（退役していないページ）
      *WS-HOPS: 退役した後継を経由した回数
      *SW-CYCLE: 元の行へ戻った（輪の各行にRET-MARK "C"を付ける）
      *SW-INTO-CYCLE: 元の行を含まない輪へ入り、後継が決まらない
      *WS-CHAIN-TEXT: "A -> B -> C"
      *-------------------------------------*
       MAIN-320-FOLLOW-CHAIN.
           MOVE 'N' TO SW-CYCLE SW-INTO-CYCLE SW-CHAIN-END.
           MOVE 0 TO WS-HOPS.
           MOVE SPACE TO WS-CHAIN-TEXT.
           MOVE 1 TO WS-CHAIN-PTR.
           STRING RET-OLD(RET-IDX) DELIMITED BY SPACE
                  " -> "           DELIMITED BY SIZE
                  RET-NEW(RET-IDX) DELIMITED BY SPACE
                  INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR.
           MOVE RET-NEW(RET-IDX) TO WS-CUR.
           PERFORM UNTIL SW-CHAIN-END = 'Y'
               MOVE WS-CUR TO WS-KEY
               PERFORM MAIN-510-FIND-RETIRED
               EVALUATE TRUE
                 WHEN WS-HIT-IX = 0
                   MOVE 'Y' TO SW-CHAIN-END
                 WHEN WS-HIT-IX = RET-IDX
                   MOVE 'Y' TO SW-CYCLE SW-CHAIN-END
                 WHEN WS-HOPS >= RET-COUNT
      *元の行を含まない輪へ入った（その輪は輪の行で報告する）
                   MOVE 'Y' TO SW-INTO-CYCLE SW-CHAIN-END
                 WHEN OTHER
                   ADD 1 TO WS-HOPS
                   MOVE RET-NEW(WS-HIT-IX) TO WS-CUR
                   IF WS-CHAIN-PTR < 200
                       STRING " -> "  DELIMITED BY SIZE
                              WS-CUR  DELIMITED BY SPACE
                              INTO WS-CHAIN-TEXT
                              WITH POINTER WS-CHAIN-PTR
                   END-IF
               END-EVALUATE
           END-PERFORM.
           IF SW-CYCLE = 'Y'
               MOVE RET-NEW(RET-IDX) TO WS-CUR
               MOVE "C" TO RET-MARK(RET-IDX)
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > RET-COUNT
                   MOVE WS-CUR TO WS-KEY
                   PERFORM MAIN-510-FIND-RETIRED
                   IF WS-HIT-IX > 0
                       MOVE "C" TO RET-MARK(WS-HIT-IX)
                       MOVE RET-NEW(WS-HIT-IX) TO WS-CUR
                   END-IF
               END-PERFORM
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の点検
      *-------------------------------------*
       MAIN-400-CHECK-PAIRS.
           MOVE "== pair file" TO RPT-LINE.
           WRITE RPT-LINE.
           IF PAIR-FILE-PATH = SPACE
               MOVE "  (PAIR-FILE not configured)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE PAIR-FILE-PATH TO WS-F-FILE.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                     UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM MAIN-410-CHECK-ONE-PAIR THRU MAIN-410-EXIT
           END-PERFORM.
      *-------------------------------------*
       MAIN-410-CHECK-ONE-PAIR.
           MOVE PAIR-LINE-NO(PAIR-IDX) TO WS-F-LINE.
           MOVE SPACE TO WS-F-SUBJECT.
           STRING PAIR-JA(PAIR-IDX) DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  PAIR-EN(PAIR-IDX) DELIMITED BY SPACE
                  INTO WS-F-SUBJECT.
           IF PAIR-EN(PAIR-IDX) = SPACE
               MOVE 'E' TO WS-SEV
               MOVE "no English page on this line" TO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "add the English page name after the Japanese "
                      "name, or delete the line"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
               GO TO MAIN-410-EXIT
           END-IF.
      *日本語側・英語側が前の行で既に対応付けられていないか
           MOVE 0 TO WS-HIT-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX >= PAIR-IDX OR WS-HIT-IX > 0
               IF PAIR-JA(WS-IX) = PAIR-JA(PAIR-IDX)
                   MOVE WS-IX TO WS-HIT-IX
               END-IF
           END-PERFORM.
           IF WS-HIT-IX > 0
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "Japanese page is paired twice (also with "
                                         DELIMITED BY SIZE
                      PAIR-EN(WS-HIT-IX) DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE "keep the correct pair and delete the other line"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
           END-IF.
           MOVE 0 TO WS-HIT-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX >= PAIR-IDX OR WS-HIT-IX > 0
               IF PAIR-EN(WS-IX) = PAIR-EN(PAIR-IDX)
                   MOVE WS-IX TO WS-HIT-IX
               END-IF
           END-PERFORM.
           IF WS-HIT-IX > 0
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "English page is paired twice (also with "
                                         DELIMITED BY SIZE
                      PAIR-JA(WS-HIT-IX) DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE "keep the correct pair and delete the other line"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
           END-IF.
      *日本語側が退役していれば、言語切替リンクが退役ページを指す
           MOVE PAIR-JA(PAIR-IDX) TO WS-KEY.
           PERFORM MAIN-510-FIND-RETIRED.
           IF WS-HIT-IX > 0
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "Japanese page has been retired (successor "
                                          DELIMITED BY SIZE
                      RET-NEW(WS-HIT-IX)  DELIMITED BY SPACE
                      ")"                 DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "pair "             DELIMITED BY SIZE
                      RET-NEW(WS-HIT-IX)  DELIMITED BY SPACE
                      " with "            DELIMITED BY SIZE
                      PAIR-EN(PAIR-IDX)   DELIMITED BY SPACE
                      " instead, or delete the line"
                                          DELIMITED BY SIZE
                      INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
               GO TO MAIN-410-EXIT
           END-IF.
           PERFORM MAIN-500-FIND-TOC.
           IF SW-FOUND = 'N'
               MOVE 'W' TO WS-SEV
               MOVE "Japanese page is not in TOC.md" TO WS-F-PROBLEM
               MOVE "delete the line, or add the page to TOC.md"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
           END-IF.
           MOVE SPACE TO PROBE-FILE-PATH.
           STRING "old_en/"          DELIMITED BY SIZE
                  PAIR-EN(PAIR-IDX)  DELIMITED BY SPACE
                  INTO PROBE-FILE-PATH.
           PERFORM MAIN-540-PROBE-FILE.
           IF SW-EXISTS = 'N'
               MOVE 'W' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "English source is missing from old_en/ - the "
                      "English page will fail"
                      DELIMITED BY SIZE INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "add the translation to old_en/, or delete the "
                      "line until it exists"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PAIR-FINDINGS
           END-IF.
       MAIN-410-EXIT.
           CONTINUE.
      *-------------------------------------*
      *公開済みファイル一覧の点検
      *既知ページ（TOC・退役の旧ページ・対応表の英語側・除外
      *リスト・topic_～・TOC.html）のどれにも当たらない行は、
      *退役の手続きをせずに消されたページである
      *-------------------------------------*
       MAIN-450-CHECK-PUBLISHED.
           MOVE "== published.lst" TO RPT-LINE.
           WRITE RPT-LINE.
           IF SW-PUB-LOADED = 'N'
               MOVE "  (no published.lst)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "published.lst" TO WS-F-FILE.
           PERFORM VARYING PUB-IDX FROM 1 BY 1
                     UNTIL PUB-IDX > PUB-COUNT
               PERFORM MAIN-460-CHECK-ONE-PUBLISHED
           END-PERFORM.
      *-------------------------------------*
       MAIN-460-CHECK-ONE-PUBLISHED.
           MOVE PUB-LINE-NO(PUB-IDX) TO WS-F-LINE.
           MOVE PUB-NAME(PUB-IDX) TO WS-F-SUBJECT.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX >= PUB-IDX OR SW-FOUND = 'Y'
               IF PUB-NAME(WS-IX) = PUB-NAME(PUB-IDX)
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
           IF SW-FOUND = 'Y'
               MOVE 'W' TO WS-SEV
               MOVE "duplicate line" TO WS-F-PROBLEM
               MOVE "delete this line (or rebuild with AUTOPUBLST)"
                    TO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-PUB-FINDINGS
           ELSE
               IF PUB-NAME(PUB-IDX) NOT = "TOC.html"
                   AND PUB-NAME(PUB-IDX)(1:6) NOT = "topic_"
                   PERFORM MAIN-465-MATCH-PUBLISHED
                               THRU MAIN-465-EXIT
                   IF SW-FOUND = 'N'
                       MOVE 'W' TO WS-SEV
                       MOVE SPACE TO WS-F-PROBLEM
                       STRING "published file matches no TOC, retired, "
                              "paired or excluded page"
                              DELIMITED BY SIZE INTO WS-F-PROBLEM
                       MOVE SPACE TO WS-F-FIX
                       STRING "retire the page in retired.lst so the "
                              "old URL keeps working; if it is gone "
                              "from the site, rebuild with AUTOPUBLST"
                              DELIMITED BY SIZE INTO WS-F-FIX
                       PERFORM MAIN-700-WRITE-FINDING
                       ADD 1 TO WS-PUB-FINDINGS
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *公開ファイル名（.html）を.mdへ読み替えて既知ページと照合する
      *-------------------------------------*
       MAIN-465-MATCH-PUBLISHED.
           MOVE 'N' TO SW-FOUND.
           MOVE PUB-NAME(PUB-IDX) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           IF WS-TRIM-LEN <= 5
               GO TO MAIN-465-EXIT
           END-IF.
           IF WS-TRIM-IN(WS-TRIM-LEN - 4:5) NOT = ".html"
               GO TO MAIN-465-EXIT
           END-IF.
           MOVE SPACE TO WS-KEY.
           STRING WS-TRIM-IN(1:WS-TRIM-LEN - 5) DELIMITED BY SIZE
                  ".md"                         DELIMITED BY SIZE
                  INTO WS-KEY.
           PERFORM MAIN-500-FIND-TOC.
           IF SW-FOUND = 'N'
               PERFORM MAIN-510-FIND-RETIRED
               IF WS-HIT-IX > 0
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-IF.
           IF SW-FOUND = 'N'
               PERFORM MAIN-520-FIND-EXCLUDED
           END-IF.
           IF SW-FOUND = 'N'
               PERFORM MAIN-530-FIND-PAIR-EN
           END-IF.
       MAIN-465-EXIT.
           CONTINUE.
      *-------------------------------------*
      *除外リストの点検（重複行と、退役した旧ページの行）
      *-------------------------------------*
       MAIN-470-CHECK-EXCLUDE.
           MOVE "== exclude.lst" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "exclude.lst" TO WS-F-FILE.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               MOVE EXCL-LINE-NO(EXCL-IDX) TO WS-F-LINE
               MOVE EXCL-NAME(EXCL-IDX) TO WS-F-SUBJECT
               MOVE 'N' TO SW-FOUND
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX >= EXCL-IDX OR SW-FOUND = 'Y'
                   IF EXCL-NAME(WS-IX) = EXCL-NAME(EXCL-IDX)
                       MOVE 'Y' TO SW-FOUND
                   END-IF
               END-PERFORM
               IF SW-FOUND = 'Y'
                   MOVE 'W' TO WS-SEV
                   MOVE "duplicate line" TO WS-F-PROBLEM
                   MOVE "delete this line" TO WS-F-FIX
                   PERFORM MAIN-700-WRITE-FINDING
                   ADD 1 TO WS-EXCL-FINDINGS
               ELSE
                   MOVE EXCL-NAME(EXCL-IDX) TO WS-KEY
                   PERFORM MAIN-510-FIND-RETIRED
                   IF WS-HIT-IX > 0
                       MOVE 'W' TO WS-SEV
                       MOVE "excluded page has been retired"
                            TO WS-F-PROBLEM
                       MOVE "delete this line" TO WS-F-FIX
                       PERFORM MAIN-700-WRITE-FINDING
                       ADD 1 TO WS-EXCL-FINDINGS
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *残ったチェックポイントの点検（本体と分担実行の.s1～.s9）
      *中身のあるチェックポイントは次のAUTOMANUALが再開に使う。
      *所有者行が無い・対象のマニフェストが無い・再開点のページが
      *対象に無い、のいずれでも再開は正しく動かない
      *-------------------------------------*
       MAIN-480-CHECK-CHECKPOINTS.
           MOVE "== checkpoints" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "automanual.checkpoint" TO CHECKPOINT-PATH.
           PERFORM MAIN-485-CHECK-ONE-CHECKPOINT THRU MAIN-485-EXIT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               MOVE WS-IX TO WS-SN
               MOVE SPACE TO CHECKPOINT-PATH
               STRING "automanual.checkpoint.s" DELIMITED BY SIZE
                      WS-SN                     DELIMITED BY SIZE
                      INTO CHECKPOINT-PATH
               PERFORM MAIN-485-CHECK-ONE-CHECKPOINT THRU MAIN-485-EXIT
           END-PERFORM.
      *-------------------------------------*
       MAIN-485-CHECK-ONE-CHECKPOINT.
           MOVE SPACE TO WS-CK-LINE1 WS-CK-LINE2 WS-CK-LINE3.
           MOVE CHECKPOINT-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS NOT = "00"
               GO TO MAIN-485-EXIT
           END-IF.
           READ LISTFILE NEXT
             AT END
                CONTINUE
             NOT AT END
                MOVE LIST-LINE TO WS-CK-LINE1
                READ LISTFILE NEXT
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE LIST-LINE TO WS-CK-LINE2
                     READ LISTFILE NEXT
                       AT END
                          CONTINUE
                       NOT AT END
                          MOVE LIST-LINE TO WS-CK-LINE3
                     END-READ
                END-READ
           END-READ.
           CLOSE LISTFILE.
      *空のチェックポイントは前回の実行が完了したしるし
           IF WS-CK-LINE1 = SPACE
               GO TO MAIN-485-EXIT
           END-IF.
           MOVE CHECKPOINT-PATH TO WS-F-FILE.
           MOVE 1 TO WS-F-LINE.
           MOVE WS-CK-LINE1(1:250) TO WS-F-SUBJECT.
           IF WS-CK-LINE1(1:9) NOT = "MANIFEST="
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "checkpoint has no owner line - AUTOMANUAL will "
                      "refuse to resume"
                      DELIMITED BY SIZE INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "clear the checkpoint (empty the file) and rerun "
                      "the interrupted batch from the start"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-CKPT-FINDINGS
               GO TO MAIN-485-EXIT
           END-IF.
      *所有者はマニフェストのパス、または"TOC.md -C 章"等の
      *TOC指定。先頭の語がファイルとして実在すること
           MOVE WS-CK-LINE1(10:250) TO WS-CK-SOURCE.
           MOVE SPACE TO WS-CK-SRC-FILE WS-CK-OPTION.
           UNSTRING WS-CK-SOURCE DELIMITED BY ALL SPACE
                    INTO WS-CK-SRC-FILE WS-CK-OPTION.
           MOVE WS-CK-SRC-FILE TO PROBE-FILE-PATH.
           PERFORM MAIN-540-PROBE-FILE.
           IF SW-EXISTS = 'N'
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "checkpoint belongs to "  DELIMITED BY SIZE
                      WS-CK-SRC-FILE            DELIMITED BY SPACE
                      ", which no longer exists - the run cannot be "
                      "resumed" DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "clear the checkpoint (empty the file); restore "
                      "the manifest first if the batch must be finished"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-CKPT-FINDINGS
               GO TO MAIN-485-EXIT
           END-IF.
      *再開点のページ（3行目）が対象に無ければ、AUTOMANUALは
      *それを探して全ページを読み飛ばしてしまう
           IF WS-CK-LINE3 = SPACE
               GO TO MAIN-485-EXIT
           END-IF.
           MOVE 3 TO WS-F-LINE.
           MOVE WS-CK-LINE3(1:250) TO WS-F-SUBJECT.
           MOVE 'N' TO SW-FOUND.
           IF WS-CK-SRC-FILE = TOC-PATH
               MOVE WS-CK-LINE3(1:250) TO WS-KEY
               PERFORM MAIN-500-FIND-TOC
           ELSE
               MOVE WS-CK-SRC-FILE TO LIST-PATH
               OPEN INPUT LISTFILE
               IF LIST-STS = "00"
                   PERFORM UNTIL LIST-STS NOT = ZERO
                       READ LISTFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF LIST-LINE = WS-CK-LINE3
                               MOVE 'Y' TO SW-FOUND
                            END-IF
                   END-PERFORM
                   CLOSE LISTFILE
               END-IF
           END-IF.
           IF SW-FOUND = 'N'
               MOVE 'E' TO WS-SEV
               MOVE SPACE TO WS-F-PROBLEM
               STRING "resume point is not listed in "
                                         DELIMITED BY SIZE
                      WS-CK-SRC-FILE     DELIMITED BY SPACE
                      " - the resumed run would skip every page"
                                         DELIMITED BY SIZE
                      INTO WS-F-PROBLEM
               MOVE SPACE TO WS-F-FIX
               STRING "clear the checkpoint (empty the file) and rerun "
                      "the batch from the start"
                      DELIMITED BY SIZE INTO WS-F-FIX
               PERFORM MAIN-700-WRITE-FINDING
               ADD 1 TO WS-CKPT-FINDINGS
           END-IF.
       MAIN-485-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
      *WS-KEYがTOC.mdのページか（SW-FOUND）
      *-------------------------------------*
       MAIN-500-FIND-TOC.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT OR SW-FOUND = 'Y'
               IF TOC-FILENAME(TOC-IDX) = WS-KEY
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *WS-KEYが退役した旧ページか（WS-HIT-IX: 最初の行。無ければ0）
      *-------------------------------------*
       MAIN-510-FIND-RETIRED.
           MOVE 0 TO WS-HIT-IX.
           PERFORM VARYING WS-JX FROM 1 BY 1
                     UNTIL WS-JX > RET-COUNT OR WS-HIT-IX > 0
               IF RET-OLD(WS-JX) = WS-KEY
                   MOVE WS-JX TO WS-HIT-IX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *WS-KEYが除外リストのページか（SW-FOUND。TOC.mdは常に除外）
      *-------------------------------------*
       MAIN-520-FIND-EXCLUDED.
           MOVE 'N' TO SW-FOUND.
           IF WS-KEY = "TOC.md"
               MOVE 'Y' TO SW-FOUND
           END-IF.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT OR SW-FOUND = 'Y'
               IF EXCL-NAME(EXCL-IDX) = WS-KEY
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *WS-KEYが対応表の英語側のページか（SW-FOUND）
      *-------------------------------------*
       MAIN-530-FIND-PAIR-EN.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING WS-JX FROM 1 BY 1
                     UNTIL WS-JX > PAIR-COUNT OR SW-FOUND = 'Y'
               IF PAIR-EN(WS-JX) = WS-KEY
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *PROBE-FILE-PATHのファイルが開けるか（SW-EXISTS）
      *-------------------------------------*
       MAIN-540-PROBE-FILE.
           MOVE 'N' TO SW-EXISTS.
           OPEN INPUT PROBEFILE.
           IF PROBE-STS = "00"
               MOVE 'Y' TO SW-EXISTS
               CLOSE PROBEFILE
           END-IF.
      *-------------------------------------*
      *指摘1件を書く
      *"ERROR   ファイル:行 対象 : 内容"の次行に"  suggest: 直し方"
      *-------------------------------------*
       MAIN-700-WRITE-FINDING.
           MOVE SPACE TO RPT-TEXT.
           IF WS-SEV = 'E'
               ADD 1 TO WS-ERRORS
               MOVE "ERROR   " TO RPT-TEXT
           ELSE
               ADD 1 TO WS-WARNINGS
               MOVE "WARNING " TO RPT-TEXT
           END-IF.
           MOVE SPACE TO RPT-LINE.
           STRING RPT-TEXT(1:8)      DELIMITED BY SIZE
                  WS-F-FILE          DELIMITED BY SPACE
                  ":"                DELIMITED BY SIZE
                  WS-F-LINE          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-F-SUBJECT       DELIMITED BY "  "
                  " : "              DELIMITED BY SIZE
                  WS-F-PROBLEM       DELIMITED BY "  "
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING "        suggest: " DELIMITED BY SIZE
                  WS-F-FIX           DELIMITED BY "  "
                  INTO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "errors="            DELIMITED BY SIZE
                  WS-ERRORS            DELIMITED BY SIZE
                  " warnings="         DELIMITED BY SIZE
                  WS-WARNINGS          DELIMITED BY SIZE
                  " ledger="           DELIMITED BY SIZE
                  WS-LED-FINDINGS      DELIMITED BY SIZE
                  " generations="      DELIMITED BY SIZE
                  WS-GEN-FINDINGS      DELIMITED BY SIZE
                  " retired="          DELIMITED BY SIZE
                  WS-RET-FINDINGS      DELIMITED BY SIZE
                  " pairs="            DELIMITED BY SIZE
                  WS-PAIR-FINDINGS     DELIMITED BY SIZE
                  " published="        DELIMITED BY SIZE
                  WS-PUB-FINDINGS      DELIMITED BY SIZE
                  " exclude="          DELIMITED BY SIZE
                  WS-EXCL-FINDINGS     DELIMITED BY SIZE
                  " checkpoint="       DELIMITED BY SIZE
                  WS-CKPT-FINDINGS     DELIMITED BY SIZE
                  " generations-checked="
                                       DELIMITED BY SIZE
                  WS-GENS-CHECKED      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-ERRORS > 0
               DISPLAY "AUTOCTLCHK: " WS-ERRORS " error(s) in the "
                       "control files - see " REPORT-PATH(1:21)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       MAIN-900.
           STOP RUN.
