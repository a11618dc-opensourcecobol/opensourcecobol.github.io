      *                        吸収される。夜間報告はマニュアルごとの
      *                        節に分かれ、判定は全体で1つ
      *                        （どれかが失敗すればNO-GO）
      *2026-10-15 M YOKOGAWA   AUTOMANUALが編集承認待ちで保留した
      *                        ページ（サマリのAWAITING APPROVAL行）
      *                        を夜間報告の末尾に一覧し、件数を集計
      *                        行に加えた。保留はデプロイ可否には
      *                        影響しない（new/は前回の公開内容のまま）
      *2026-10-15 M YOKOGAWA   最終工程にAUTODEPLOY（デプロイパッケ
      *                        ージの作成）を加えた。そのマニュアルで
      *                        失敗した工程があれば飛ばす
      *2026-10-15 M YOKOGAWA   再開起動（-R）を加えた。工程ごとの
      *                        状態・RETURN-CODE・レポートファイルを
      *                        マニュアル別にチェックポイント（起動
      *                        ディレクトリのautonight.checkpoint）へ
      *                        工程の終わるたびに書き、-Rでは前回の
      *                        実行の最初の失敗工程（無ければ結果の
      *                        記録されていない最初の工程）から後を
      *                        流し直す。それより前の済んだ工程は
      *                        再実行せず、前回の結果とレポートを
      *                        そのまま夜間報告へ載せ、元の実行IDで
      *                        1つの報告と判定を出す。前回の実行後に
      *                        TOC.md・マニフェスト・ページ台帳が
      *                        変わっていれば再開しない
      *2026-10-15 M YOKOGAWA   夜間報告とは別に、ダッシュボード向けの
      *                        状態ファイル（起動ディレクトリの
      *                        autonight_status.json）を毎回書くように
      *                        した。実行ID・開始終了時刻・判定と、
      *                        マニュアル別・工程別のRETURN-CODE・
      *                        状態・主要件数・レポートのパスを固定の
      *                        書式で出す（書式はMAIN-750の注記。各
      *                        工程のレポートの文言が変わっても項目名
      *                        は変えない）
      *2026-10-15 M YOKOGAWA   最後にAUTOFIND（指摘台帳の更新と担当者
      *                        別の未解決一覧）を加えた。実行IDを渡し、
      *                        台帳の初出・最終確認を夜間実行のIDで
      *                        記録する。件数を状態ファイルへ出す
      *2026-10-15 M YOKOGAWA   最初の工程にAUTOCTLCHK（制御ファイル
      *                        の突き合わせ）をGATEとして加えた。
      *                        ERRORがあればAUTOMANUAL以降を走らせず
      *                        NO-GOとする。件数を状態ファイルへ出す。
      *                        工程が1つ増えたため、これより前の
      *                        チェックポイントからは-Rで再開せず
      *                        最初から流し直す（工程名が合わない）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       REGISTRY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   REG-STS.
           SELECT    CKPTFILE      ASSIGN         TO   DYNAMIC
                                                       CKPT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CKPT-STS.
           SELECT    JSONFILE      ASSIGN         TO   DYNAMIC
                                                       STATUS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   JSON-STS.
           SELECT    SUMFILE       ASSIGN         TO   DYNAMIC
                                                       SUM-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   SUM-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  PROBE-REC               PIC X(250).
       FD  REGFILE.
       01  REG-LINE                PIC X(300).
       FD  CKPTFILE.
       01  CKPT-LINE               PIC X(300).
       FD  SUMFILE.
       01  SUM-REC                 PIC X(2000).
       FD  JSONFILE.
       01  JSON-LINE               PIC X(600).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  SLOG-STS                 PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  REG-STS                  PIC X(02).
       01  CKPT-STS                 PIC X(02).
       01  SUM-STS                  PIC X(02).
       01  JSON-STS                 PIC X(02).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autonight_report.log".
       01  STEPLOG-PATH             PIC X(256).
       01  PROBE-FILE-PATH          PIC X(256).
       01  REGISTRY-PATH            PIC X(256)  VALUE "manuals.reg".
       01  CKPT-PATH                PIC X(256)
                                    VALUE "autonight.checkpoint".
       01  SUM-FILE-PATH            PIC X(256).
       01  STATUS-PATH              PIC X(256)
                                    VALUE "autonight_status.json".
      *起動引数
      *1トークン目: AUTOAUDIT・AUTORECONへ渡すマニフェスト
      *             （省略時はmanifest.lst）
      *2トークン目: AUTOPUBLSTへ渡すサイト棚卸しファイル
      *             （省略時はAUTOPUBLST工程を飛ばす）
      *-R         : 前回の実行を失敗工程から再開する（マニフェスト・
      *             棚卸しファイルは前回の指定をチェックポイントから
      *             引き継ぐ）
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 3 TIMES.
       01  WRK-TOKEN-COUNT          PIC 9(01).
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-TIME              PIC X(08).
       01  WS-RUN-STAMP             PIC X(14)  VALUE SPACE.
       01  WS-NOW-STAMP             PIC X(14)  VALUE SPACE.
      *再開起動
       01  SW-RESTART               PIC X      VALUE 'N'.
       01  WS-RESUME-FROM           PIC 9(02) COMP VALUE 1.
      *チェックポイント（マニュアル別の工程結果と入力の指紋）
      *単一運用ではマニュアル名を"-"として1件だけ持つ
       01  CK-TABLE.
           05  CK-ENTRY             OCCURS 21 TIMES
                                     INDEXED BY CK-IDX.
               10  CK-MANUAL        PIC X(30).
               10  CK-TOC-SUM       PIC X(09).
               10  CK-MAN-SUM       PIC X(09).
               10  CK-LED-SUM       PIC X(09).
               10  CK-STEP          OCCURS 8 TIMES.
                   15  CK-STEP-NAME     PIC X(12).
                   15  CK-STEP-STATE    PIC X(10).
                   15  CK-STEP-RC       PIC 9(04).
                   15  CK-STEP-LOG      PIC X(60).
       01  CK-COUNT                 PIC 9(02) COMP VALUE 0.
       01  WS-CK-IX                 PIC 9(02) COMP VALUE 0.
       01  WS-CK-STEP-IX            PIC 9(02) COMP VALUE 0.
       01  WS-CK-MANUAL             PIC X(30).
       01  CK-TOKEN                 PIC X(250) OCCURS 7 TIMES.
       01  CK-STEP-NO               PIC 9(02).
      *入力ファイルの指紋（ページ台帳と同じ位置重み付きバイト和）
       01  WS-TOC-SUM               PIC X(09).
       01  WS-MAN-SUM               PIC X(09).
       01  WS-LED-SUM               PIC X(09).
       01  WS-FILE-SUM              PIC 9(12) COMP VALUE 0.
       01  WS-FILE-SUM-D            PIC 9(09).
       01  WS-SUM-WEIGHT            PIC 9(02) COMP VALUE 1.
       01  WS-SUM-LEN               PIC 9(04) COMP.
       01  WS-SUM-POS               PIC 9(04) COMP.
       01  WS-CHK-Q                 PIC 9(03) COMP.
       01  WS-CHK-R                 PIC 9(09) COMP.
       01  WS-CHK-PAIR.
           05  WS-CHK-HI            PIC X.
           05  WS-CHK-CHAR          PIC X.
       01  WS-CHK-NUM               REDEFINES WS-CHK-PAIR
                                    PIC 9(04)  COMP.
       01  WS-CHANGED-FILE          PIC X(20)  VALUE SPACE.
      *状態ファイルへ出す件数の対応表（工程・レポート末尾の項目名・
      *状態ファイルでの項目名）
       01  CMAP-TABLE.
           05  CMAP-ENTRY           OCCURS 30 TIMES.
               10  CMAP-STEP        PIC X(12).
               10  CMAP-KEY         PIC X(30).
               10  CMAP-JSON        PIC X(30).
       01  CMAP-COUNT               PIC 9(02) COMP VALUE 0.
       01  WS-CM-IX                 PIC 9(02) COMP VALUE 0.
       01  WS-CM-LAST               PIC 9(02) COMP VALUE 0.
       01  WS-CM-STEP               PIC X(12).
       01  WS-CM-KEY                PIC X(30).
       01  WS-CM-JSON               PIC X(30).
      *マニュアル別・工程別の結果（状態ファイル用）
      *単一運用では1件目だけを使う
       01  RES-TABLE.
           05  RES-MANUAL           OCCURS 20 TIMES.
               10  RES-ENTERED      PIC X(01).
               10  RES-STEP         OCCURS 8 TIMES.
                   15  RES-STATE        PIC X(10).
                   15  RES-RC           PIC 9(04).
                   15  RES-CARRIED      PIC X(01).
                   15  RES-LOG          PIC X(60).
                   15  RES-CNT-SET      PIC X(01) OCCURS 30 TIMES.
                   15  RES-CNT          PIC 9(09) OCCURS 30 TIMES.
       01  WS-RES-IX                PIC 9(02) COMP VALUE 1.
       01  WS-RES-MAX               PIC 9(02) COMP VALUE 1.
      *レポート行の"項目=値"の切り出し
       01  WS-KV-PTR                PIC 9(03) COMP.
       01  WS-KV-LAST               PIC 9(03) COMP.
       01  WS-KV-TOK                PIC X(300).
       01  WS-KV-KEY                PIC X(30).
       01  WS-KV-VAL                PIC X(270).
       01  WS-KV-LEN                PIC 9(03) COMP.
      *状態ファイルの組み立て
       01  WS-END-DATE              PIC X(08).
       01  WS-END-TIME              PIC X(08).
       01  WS-VERDICT               PIC X(05)  VALUE SPACE.
       01  WS-FINAL-RC              PIC 9(04)  VALUE 0.
       01  WS-JS-IN                 PIC X(260).
       01  WS-JS-IN-LEN             PIC 9(03) COMP.
       01  WS-JS-OUT                PIC X(530).
       01  WS-JS-LEN                PIC 9(03) COMP.
       01  WS-JS-POS                PIC 9(03) COMP.
       01  WS-JN-IN                 PIC 9(09).
       01  WS-JN-EDIT               PIC Z(08)9.
       01  WS-JN-OUT                PIC X(09).
       01  WS-JN-LEN                PIC 9(02) COMP.
       01  WS-JN-POS                PIC 9(02) COMP.
       01  WS-ISO-IN                PIC X(14).
       01  WS-ISO-OUT               PIC X(19).
       01  WS-JSON-TEXT             PIC X(600).
       01  WS-JSON-PTR              PIC 9(03) COMP.
      *工程表（依存順。AUTOCTLCHKとAUTOMANUALが後続全体の前提＝GATE）
       01  STEP-TABLE.
           05  STEP-ENTRY           OCCURS 8 TIMES
                                     INDEXED BY STEP-IDX.
               10  STEP-NAME        PIC X(12).
               10  STEP-CMD         PIC X(250).
       01  WS-STEPS-WARN            PIC 9(02)  VALUE 0.
       01  WS-STEPS-FAIL            PIC 9(02)  VALUE 0.
       01  WS-STEPS-SKIP            PIC 9(02)  VALUE 0.
      *このマニュアルの工程列に入る前の失敗工程数（デプロイ
      *パッケージはこのマニュアルで失敗が無いときだけ作る）
       01  WS-MAN-FAIL-BASE         PIC 9(02)  VALUE 0.
      *編集承認待ちで保留されたページ（AUTOMANUALのサマリから拾う）
       01  AWAIT-TABLE.
           05  AWAIT-ENTRY          OCCURS 500 TIMES
                                     INDEXED BY AWAIT-IDX.
               10  AWAIT-MANUAL     PIC X(30).
               10  AWAIT-TEXT       PIC X(250).
       01  AWAIT-COUNT              PIC 9(03) COMP VALUE 0.
       01  WS-AWAITING              PIC 9(05)  VALUE 0.
       01  WS-AWAIT-HITS            PIC 9(03) COMP VALUE 0.
       01  RPT-TEXT                 PIC X(300).
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
           UNSTRING WRK-STRING DELIMITED BY SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2) WRK-TOKEN(3)
                    TALLYING IN WRK-TOKEN-COUNT.
           IF WRK-TOKEN(1) = "-R"
               MOVE 'Y' TO SW-RESTART
           ELSE
               IF WRK-TOKEN(1) NOT = SPACE
                   MOVE WRK-TOKEN(1) TO WS-MANIFEST
               END-IF
               IF WRK-TOKEN(2) NOT = SPACE
                   MOVE WRK-TOKEN(2) TO WS-INVENTORY
               END-IF
           END-IF.
           MOVE LOW-VALUE TO WS-CHK-HI.
           PERFORM MAIN-020-LOAD-REGISTRY.
           PERFORM MAIN-030-GET-START-DIR.
      *チェックポイントは各マニュアルへ移っても同じ場所に書けるよう
      *起動ディレクトリの絶対パスで持つ
           IF WS-START-DIR NOT = SPACE
               MOVE SPACE TO CKPT-PATH
               STRING WS-START-DIR       DELIMITED BY SPACE
                      "/autonight.checkpoint"  DELIMITED BY SIZE
                      INTO CKPT-PATH
           END-IF.
           MOVE WS-RUN-STAMP TO WS-NOW-STAMP.
           IF SW-RESTART = 'Y'
               PERFORM MAIN-060-LOAD-CHECKPOINT
               PERFORM MAIN-065-VERIFY-INPUTS
           ELSE
               PERFORM MAIN-090-WRITE-CHECKPOINT THRU MAIN-090-EXIT
           END-IF.
           PERFORM MAIN-010-BUILD-STEPS.
           PERFORM MAIN-015-BUILD-COUNT-MAP.
           PERFORM MAIN-045-CLEAR-RESULTS.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACE TO RPT-TEXT.
           IF SW-RESTART = 'Y'
               STRING "AUTONIGHT consolidated night report - run "
                                       DELIMITED BY SIZE
                      WS-RUN-STAMP     DELIMITED BY SIZE
                      " (resumed "     DELIMITED BY SIZE
                      WS-NOW-STAMP     DELIMITED BY SIZE
                      ")"              DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               STRING "AUTONIGHT consolidated night report - run "
                                       DELIMITED BY SIZE
                      WS-RUN-STAMP     DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF MANUAL-COUNT = 0
               MOVE 1 TO WS-RES-IX
               MOVE 'Y' TO RES-ENTERED(1)
               PERFORM MAIN-050-RUN-ALL-STEPS
           ELSE
               PERFORM VARYING WS-MAN-IX FROM 1 BY 1
                         UNTIL WS-MAN-IX > MANUAL-COUNT
                   PERFORM MAIN-040-RUN-ONE-MANUAL
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MAN-IX TO WS-RES-IX.
           CALL "CBL_CHANGE_DIR" USING MAN-DIR(WS-MAN-IX).
           MOVE RETURN-CODE TO WS-DIR-RC.
           MOVE 0 TO RETURN-CODE.
               GO TO MAIN-040-EXIT
           END-IF.
      *工程の状態と後続停止の判定はマニュアルごとに仕切り直す
           MOVE 'Y' TO RES-ENTERED(WS-RES-IX).
           MOVE 'N' TO SW-HALTED.
           PERFORM MAIN-010-BUILD-STEPS.
           PERFORM MAIN-050-RUN-ALL-STEPS.
       MAIN-040-EXIT.
           CONTINUE.
      *-------------------------------------*
      *状態ファイル用の結果表の初期化
      *（工程に入らなかったものはNOTRUN・件数なしのまま残る）
      *-------------------------------------*
       MAIN-045-CLEAR-RESULTS.
           IF MANUAL-COUNT > 0
               MOVE MANUAL-COUNT TO WS-RES-MAX
           END-IF.
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                     UNTIL WS-RES-IX > WS-RES-MAX
               MOVE 'N' TO RES-ENTERED(WS-RES-IX)
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > 8
                   MOVE "NOTRUN" TO RES-STATE(WS-RES-IX WS-IX)
                   MOVE 0 TO RES-RC(WS-RES-IX WS-IX)
                   MOVE 'N' TO RES-CARRIED(WS-RES-IX WS-IX)
                   MOVE STEP-LOG(WS-IX) TO RES-LOG(WS-RES-IX WS-IX)
                   PERFORM VARYING WS-CM-IX FROM 1 BY 1
                             UNTIL WS-CM-IX > 30
                       MOVE 'N' TO
                            RES-CNT-SET(WS-RES-IX WS-IX WS-CM-IX)
                       MOVE 0 TO RES-CNT(WS-RES-IX WS-IX WS-CM-IX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           MOVE 1 TO WS-RES-IX.
      *-------------------------------------*
      *工程列を依存順に回す
      *-------------------------------------*
       MAIN-050-RUN-ALL-STEPS.
           PERFORM MAIN-070-FIND-CK-ENTRY THRU MAIN-070-EXIT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > STEP-COUNT
               IF WS-IX < WS-RESUME-FROM
                   PERFORM MAIN-120-CARRY-STEP
               ELSE
                   PERFORM MAIN-100-RUN-ONE-STEP THRU MAIN-100-EXIT
                   PERFORM MAIN-080-RECORD-STEP
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *チェックポイントの読込（再開起動）
      *前回の実行IDと起動引数を引き継ぐ
      *-------------------------------------*
       MAIN-060-LOAD-CHECKPOINT.
           MOVE 0 TO CK-COUNT.
           MOVE SPACE TO WS-RUN-STAMP.
           OPEN INPUT CKPTFILE.
           IF CKPT-STS NOT = "00"
               DISPLAY "AUTONIGHT: no checkpoint ("
                       "autonight.checkpoint) - nothing to resume"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL CKPT-STS NOT = ZERO
               READ CKPTFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKPT-LINE NOT = SPACE
                       AND CKPT-LINE(1:1) NOT = "*"
                        PERFORM MAIN-062-ONE-CKPT-LINE
                    END-IF
           END-PERFORM.
           CLOSE CKPTFILE.
           IF WS-RUN-STAMP = SPACE
               DISPLAY "AUTONIGHT: checkpoint has no RUN line - "
                       "cannot resume"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
      *チェックポイント1行
      *RUN 実行ID マニフェスト 棚卸し（無ければ"-"）
      *MANUAL 名前 TOC.mdの指紋 マニフェストの指紋 台帳の指紋
      *STEP 名前 工程番号 工程名 状態 RC レポートファイル
      *-------------------------------------*
       MAIN-062-ONE-CKPT-LINE.
           MOVE SPACE TO CK-TOKEN(1) CK-TOKEN(2) CK-TOKEN(3)
                         CK-TOKEN(4) CK-TOKEN(5) CK-TOKEN(6)
                         CK-TOKEN(7).
           UNSTRING CKPT-LINE DELIMITED BY ALL SPACE
                    INTO CK-TOKEN(1) CK-TOKEN(2) CK-TOKEN(3)
                         CK-TOKEN(4) CK-TOKEN(5) CK-TOKEN(6)
                         CK-TOKEN(7).
           EVALUATE CK-TOKEN(1)
               WHEN "RUN"
                   MOVE CK-TOKEN(2) TO WS-RUN-STAMP
                   MOVE CK-TOKEN(3) TO WS-MANIFEST
                   IF CK-TOKEN(4) = "-"
                       MOVE SPACE TO WS-INVENTORY
                   ELSE
                       MOVE CK-TOKEN(4) TO WS-INVENTORY
                   END-IF
               WHEN "MANUAL"
                   IF CK-COUNT >= 21
                       DISPLAY "AUTONIGHT: checkpoint table full "
                               "(21) - cannot continue"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CK-COUNT
                   PERFORM MAIN-075-CLEAR-CK-ENTRY
                   MOVE CK-TOKEN(2) TO CK-MANUAL(CK-COUNT)
                   MOVE CK-TOKEN(3) TO CK-TOC-SUM(CK-COUNT)
                   MOVE CK-TOKEN(4) TO CK-MAN-SUM(CK-COUNT)
                   MOVE CK-TOKEN(5) TO CK-LED-SUM(CK-COUNT)
               WHEN "STEP"
                   IF CK-COUNT > 0
                      AND CK-TOKEN(2) = CK-MANUAL(CK-COUNT)
                      AND CK-TOKEN(3)(1:2) IS NUMERIC
                       MOVE CK-TOKEN(3)(1:2) TO CK-STEP-NO
                       IF CK-STEP-NO >= 1 AND CK-STEP-NO <= 8
                           MOVE CK-TOKEN(4)
                                TO CK-STEP-NAME(CK-COUNT CK-STEP-NO)
                           MOVE CK-TOKEN(5)
                                TO CK-STEP-STATE(CK-COUNT CK-STEP-NO)
                           MOVE CK-TOKEN(6)(1:4)
                                TO CK-STEP-RC(CK-COUNT CK-STEP-NO)
                           MOVE CK-TOKEN(7)
                                TO CK-STEP-LOG(CK-COUNT CK-STEP-NO)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-------------------------------------*
      *前回の実行の後でTOC.md・マニフェスト・ページ台帳が
      *変わっていないことを確かめる（変わっていれば再開しない）
      *-------------------------------------*
       MAIN-065-VERIFY-INPUTS.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                     UNTIL CK-IDX > CK-COUNT
               IF MANUAL-COUNT = 0
                   PERFORM MAIN-067-COMPARE-SUMS
               ELSE
                   PERFORM VARYING MAN-IDX FROM 1 BY 1
                             UNTIL MAN-IDX > MANUAL-COUNT
                       IF MAN-NAME(MAN-IDX) = CK-MANUAL(CK-IDX)
                           CALL "CBL_CHANGE_DIR"
                                USING MAN-DIR(MAN-IDX)
                           MOVE RETURN-CODE TO WS-DIR-RC
                           MOVE 0 TO RETURN-CODE
                           IF WS-DIR-RC = 0
                               PERFORM MAIN-067-COMPARE-SUMS
                               CALL "CBL_CHANGE_DIR"
                                    USING WS-START-DIR
                               MOVE 0 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-067-COMPARE-SUMS.
           PERFORM MAIN-085-TAKE-SUMS.
           MOVE SPACE TO WS-CHANGED-FILE.
           IF WS-TOC-SUM NOT = CK-TOC-SUM(CK-IDX)
               MOVE "TOC.md" TO WS-CHANGED-FILE
           END-IF.
           IF WS-MAN-SUM NOT = CK-MAN-SUM(CK-IDX)
               MOVE "the manifest" TO WS-CHANGED-FILE
           END-IF.
           IF WS-LED-SUM NOT = CK-LED-SUM(CK-IDX)
               MOVE "the ledger" TO WS-CHANGED-FILE
           END-IF.
           IF WS-CHANGED-FILE NOT = SPACE
               MOVE SPACE TO RPT-TEXT
               STRING "AUTONIGHT: "      DELIMITED BY SIZE
                      CK-MANUAL(CK-IDX)  DELIMITED BY SPACE
                      ": "               DELIMITED BY SIZE
                      WS-CHANGED-FILE    DELIMITED BY "  "
                      " changed since run "
                                         DELIMITED BY SIZE
                      WS-RUN-STAMP       DELIMITED BY SIZE
                      " - cannot resume, start a new run"
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT
               DISPLAY RPT-TEXT(1:120)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
      *このマニュアルのチェックポイントを探し（無ければ作り）、
      *再開起動なら流し直す最初の工程を決める
      *（OK・WARNING・SKIPPEDが続く限り前回の結果を引き継ぐ。
      *GATEの失敗やNO-GOで飛ばされた工程は失敗工程より後ろに
      *あるので、必ず流し直しの範囲に入る）
      *-------------------------------------*
       MAIN-070-FIND-CK-ENTRY.
           IF MANUAL-COUNT = 0
               MOVE "-" TO WS-CK-MANUAL
           ELSE
               MOVE MAN-NAME(WS-MAN-IX) TO WS-CK-MANUAL
           END-IF.
           MOVE 0 TO WS-CK-IX.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                     UNTIL CK-IDX > CK-COUNT
               IF CK-MANUAL(CK-IDX) = WS-CK-MANUAL
                   SET WS-CK-IX TO CK-IDX
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-RESUME-FROM.
           IF WS-CK-IX = 0
               IF CK-COUNT >= 21
                   DISPLAY "AUTONIGHT: checkpoint table full "
                           "(21) - cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CK-COUNT
               PERFORM MAIN-075-CLEAR-CK-ENTRY
               MOVE WS-CK-MANUAL TO CK-MANUAL(CK-COUNT)
               MOVE CK-COUNT TO WS-CK-IX
               GO TO MAIN-070-EXIT
           END-IF.
           IF SW-RESTART = 'Y'
               PERFORM VARYING WS-CK-STEP-IX FROM 1 BY 1
                         UNTIL WS-CK-STEP-IX > STEP-COUNT
                            OR WS-RESUME-FROM < WS-CK-STEP-IX
                   IF (CK-STEP-STATE(WS-CK-IX WS-CK-STEP-IX) = "OK"
                      OR CK-STEP-STATE(WS-CK-IX WS-CK-STEP-IX)
                         = "WARNING"
                      OR CK-STEP-STATE(WS-CK-IX WS-CK-STEP-IX)
                         = "SKIPPED")
                      AND CK-STEP-NAME(WS-CK-IX WS-CK-STEP-IX)
                         = STEP-NAME(WS-CK-STEP-IX)
                       COMPUTE WS-RESUME-FROM = WS-CK-STEP-IX + 1
                   END-IF
               END-PERFORM
           END-IF.
       MAIN-070-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-075-CLEAR-CK-ENTRY.
           MOVE SPACE TO CK-MANUAL(CK-COUNT) CK-TOC-SUM(CK-COUNT)
                         CK-MAN-SUM(CK-COUNT) CK-LED-SUM(CK-COUNT).
           PERFORM VARYING WS-CK-STEP-IX FROM 1 BY 1
                     UNTIL WS-CK-STEP-IX > 8
               MOVE SPACE TO CK-STEP-NAME(CK-COUNT WS-CK-STEP-IX)
                             CK-STEP-STATE(CK-COUNT WS-CK-STEP-IX)
                             CK-STEP-LOG(CK-COUNT WS-CK-STEP-IX)
               MOVE 0 TO CK-STEP-RC(CK-COUNT WS-CK-STEP-IX)
           END-PERFORM.
      *-------------------------------------*
      *工程の結果をチェックポイントへ記録して書き出す
      *（入力の指紋は工程のたびに取り直す。AUTOMANUALは台帳を
      *書き換えるため、最後に記録した指紋が再開時の比較対象になる）
      *-------------------------------------*
       MAIN-080-RECORD-STEP.
           PERFORM MAIN-095-NOTE-RESULT.
           MOVE STEP-NAME(WS-IX)  TO CK-STEP-NAME(WS-CK-IX WS-IX).
           MOVE STEP-STATE(WS-IX) TO CK-STEP-STATE(WS-CK-IX WS-IX).
           MOVE STEP-RC(WS-IX)    TO CK-STEP-RC(WS-CK-IX WS-IX).
           MOVE STEP-LOG(WS-IX)   TO CK-STEP-LOG(WS-CK-IX WS-IX).
      *流し直した工程より後ろの前回の結果は無効になる
           IF WS-IX = WS-RESUME-FROM
               PERFORM VARYING WS-CK-STEP-IX FROM WS-IX BY 1
                         UNTIL WS-CK-STEP-IX >= 8
                   MOVE SPACE TO
                        CK-STEP-STATE(WS-CK-IX WS-CK-STEP-IX + 1)
               END-PERFORM
           END-IF.
           PERFORM MAIN-085-TAKE-SUMS.
           MOVE WS-TOC-SUM TO CK-TOC-SUM(WS-CK-IX).
           MOVE WS-MAN-SUM TO CK-MAN-SUM(WS-CK-IX).
           MOVE WS-LED-SUM TO CK-LED-SUM(WS-CK-IX).
           PERFORM MAIN-090-WRITE-CHECKPOINT THRU MAIN-090-EXIT.
      *-------------------------------------*
      *現行ディレクトリのTOC.md・マニフェスト・ページ台帳の指紋
      *-------------------------------------*
       MAIN-085-TAKE-SUMS.
           MOVE "TOC.md" TO SUM-FILE-PATH.
           PERFORM MAIN-300-SUM-FILE.
           MOVE WS-FILE-SUM-D TO WS-TOC-SUM.
           IF SUM-FILE-PATH = SPACE
               MOVE "MISSING" TO WS-TOC-SUM
           END-IF.
           MOVE WS-MANIFEST TO SUM-FILE-PATH.
           PERFORM MAIN-300-SUM-FILE.
           MOVE WS-FILE-SUM-D TO WS-MAN-SUM.
           IF SUM-FILE-PATH = SPACE
               MOVE "MISSING" TO WS-MAN-SUM
           END-IF.
           MOVE "automanual.ledger" TO SUM-FILE-PATH.
           PERFORM MAIN-300-SUM-FILE.
           MOVE WS-FILE-SUM-D TO WS-LED-SUM.
           IF SUM-FILE-PATH = SPACE
               MOVE "MISSING" TO WS-LED-SUM
           END-IF.
      *-------------------------------------*
      *チェックポイントの書き出し（全体を書き直す）
      *-------------------------------------*
       MAIN-090-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPTFILE.
           IF CKPT-STS NOT = "00"
               DISPLAY "AUTONIGHT: cannot write checkpoint - "
                       "this run cannot be resumed"
               GO TO MAIN-090-EXIT
           END-IF.
           MOVE "* AUTONIGHT checkpoint - rewritten after each step"
                TO CKPT-LINE.
           WRITE CKPT-LINE.
           MOVE SPACE TO CKPT-LINE.
           IF WS-INVENTORY = SPACE
               STRING "RUN "           DELIMITED BY SIZE
                      WS-RUN-STAMP     DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-MANIFEST      DELIMITED BY SPACE
                      " -"             DELIMITED BY SIZE
                      INTO CKPT-LINE
           ELSE
               STRING "RUN "           DELIMITED BY SIZE
                      WS-RUN-STAMP     DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-MANIFEST      DELIMITED BY SPACE
                      " "              DELIMITED BY SIZE
                      WS-INVENTORY     DELIMITED BY SPACE
                      INTO CKPT-LINE
           END-IF.
           WRITE CKPT-LINE.
           PERFORM VARYING CK-IDX FROM 1 BY 1
                     UNTIL CK-IDX > CK-COUNT
               MOVE SPACE TO CKPT-LINE
               STRING "MANUAL "            DELIMITED BY SIZE
                      CK-MANUAL(CK-IDX)    DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      CK-TOC-SUM(CK-IDX)   DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      CK-MAN-SUM(CK-IDX)   DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      CK-LED-SUM(CK-IDX)   DELIMITED BY SPACE
                      INTO CKPT-LINE
               WRITE CKPT-LINE
               PERFORM VARYING WS-CK-STEP-IX FROM 1 BY 1
                         UNTIL WS-CK-STEP-IX > 8
                   IF CK-STEP-STATE(CK-IDX WS-CK-STEP-IX) NOT = SPACE
                       MOVE WS-CK-STEP-IX TO CK-STEP-NO
                       MOVE SPACE TO CKPT-LINE
                       STRING "STEP "      DELIMITED BY SIZE
                              CK-MANUAL(CK-IDX)
                                           DELIMITED BY SPACE
                              " "          DELIMITED BY SIZE
                              CK-STEP-NO   DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              CK-STEP-NAME(CK-IDX WS-CK-STEP-IX)
                                           DELIMITED BY SPACE
                              " "          DELIMITED BY SIZE
                              CK-STEP-STATE(CK-IDX WS-CK-STEP-IX)
                                           DELIMITED BY SPACE
                              " "          DELIMITED BY SIZE
                              CK-STEP-RC(CK-IDX WS-CK-STEP-IX)
                                           DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              CK-STEP-LOG(CK-IDX WS-CK-STEP-IX)
                                           DELIMITED BY SPACE
                              INTO CKPT-LINE
                       WRITE CKPT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE CKPTFILE.
       MAIN-090-EXIT.
           CONTINUE.
      *-------------------------------------*
      *工程の結果を状態ファイル用の結果表へ写す
      *（件数はレポートの連結時にMAIN-220で拾い済み）
      *-------------------------------------*
       MAIN-095-NOTE-RESULT.
           MOVE STEP-STATE(WS-IX) TO RES-STATE(WS-RES-IX WS-IX).
           MOVE STEP-RC(WS-IX)    TO RES-RC(WS-RES-IX WS-IX).
           MOVE STEP-LOG(WS-IX)   TO RES-LOG(WS-RES-IX WS-IX).
      *-------------------------------------*
      *工程表の組み立て（依存順）
      *AUTOMANUALが失敗すればnew/が中途半端なまま後続の検査が
      *走ってしまうので、この工程と、その前提の制御ファイルを
      *点検するAUTOCTLCHKだけをGATE（後続全停止）にする
      *-------------------------------------*
       MAIN-010-BUILD-STEPS.
           MOVE 8 TO STEP-COUNT.
           MOVE WS-STEPS-FAIL TO WS-MAN-FAIL-BASE.
      *制御ファイルの食い違いは先に止める（AUTOMANUALを走らせてから
      *では、誤った後継のスタブや読み飛ばしの再開がnew/に残る）
           MOVE "AUTOCTLCHK"   TO STEP-NAME(1).
           MOVE "AUTOCTLCHK"   TO STEP-CMD(1).
           MOVE "autoctlchk_report.log" TO STEP-LOG(1).
           MOVE 'Y' TO STEP-GATE(1).
           MOVE "AUTOMANUAL"   TO STEP-NAME(2).
           MOVE "AUTOMANUAL -T" TO STEP-CMD(2).
           MOVE "automanual_summary.log" TO STEP-LOG(2).
           MOVE 'Y' TO STEP-GATE(2).
           MOVE "AUTOCHAIN"    TO STEP-NAME(3).
           MOVE "AUTOCHAIN"    TO STEP-CMD(3).
           MOVE "autochain_report.log" TO STEP-LOG(3).
           MOVE 'N' TO STEP-GATE(3).
           MOVE "AUTOAUDIT"    TO STEP-NAME(4).
           MOVE SPACE TO STEP-CMD(4).
           STRING "AUTOAUDIT "  DELIMITED BY SIZE
                  WS-MANIFEST   DELIMITED BY SPACE
                  INTO STEP-CMD(4).
           MOVE "autoaudit_report.log" TO STEP-LOG(4).
           MOVE 'N' TO STEP-GATE(4).
           MOVE "AUTORECON"    TO STEP-NAME(5).
           MOVE SPACE TO STEP-CMD(5).
           STRING "AUTORECON "  DELIMITED BY SIZE
                  WS-MANIFEST   DELIMITED BY SPACE
                  INTO STEP-CMD(5).
           MOVE "recon_report.log" TO STEP-LOG(5).
           MOVE 'N' TO STEP-GATE(5).
           MOVE "AUTOPUBLST"   TO STEP-NAME(6).
           MOVE SPACE TO STEP-CMD(6).
           IF WS-INVENTORY NOT = SPACE
               STRING "AUTOPUBLST " DELIMITED BY SIZE
                      WS-INVENTORY  DELIMITED BY SPACE
                      INTO STEP-CMD(6)
           END-IF.
           MOVE "autopublst_report.log" TO STEP-LOG(6).
           MOVE 'N' TO STEP-GATE(6).
           MOVE "AUTODEPLOY"   TO STEP-NAME(7).
           MOVE "AUTODEPLOY"   TO STEP-CMD(7).
           MOVE "autodeploy_report.log" TO STEP-LOG(7).
           MOVE 'N' TO STEP-GATE(7).
      *指摘台帳は検査の済んだ後に更新する（デプロイの可否には
      *関わらないので、AUTODEPLOYより後ろに置く）
           MOVE "AUTOFIND"     TO STEP-NAME(8).
           MOVE SPACE TO STEP-CMD(8).
           STRING "AUTOFIND "   DELIMITED BY SIZE
                  WS-RUN-STAMP  DELIMITED BY SIZE
                  INTO STEP-CMD(8).
           MOVE "autofind_report.log" TO STEP-LOG(8).
           MOVE 'N' TO STEP-GATE(8).
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                     UNTIL STEP-IDX > STEP-COUNT
               MOVE "NOTRUN" TO STEP-STATE(STEP-IDX)
               MOVE 0 TO STEP-RC(STEP-IDX)
           END-PERFORM.
      *-------------------------------------*
      *状態ファイルへ出す件数の対応表
      *各工程のレポート末尾の"項目=値"のうちここに挙げたものだけを
      *固定の項目名で状態ファイルへ出す（レポート側の項目名が
      *変わったときはこの表だけを直す）
      *-------------------------------------*
       MAIN-015-BUILD-COUNT-MAP.
           MOVE 0 TO CMAP-COUNT.
           MOVE "AUTOCTLCHK"              TO WS-CM-STEP.
           MOVE "errors"                  TO WS-CM-KEY.
           MOVE "control_errors"          TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "warnings"                TO WS-CM-KEY.
           MOVE "control_warnings"        TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTOMANUAL"              TO WS-CM-STEP.
           MOVE "pages-ok"                TO WS-CM-KEY.
           MOVE "pages_processed"         TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "pages-skipped"           TO WS-CM-KEY.
           MOVE "pages_skipped"           TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "pages-failed"            TO WS-CM-KEY.
           MOVE "pages_failed"            TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "pages-awaiting-approval" TO WS-CM-KEY.
           MOVE "pages_held"              TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "pages-pending"           TO WS-CM-KEY.
           MOVE "pages_pending"           TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTOCHAIN"               TO WS-CM-STEP.
           MOVE "broken-hops"             TO WS-CM-KEY.
           MOVE "chain_breaks"            TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "pages-missing"           TO WS-CM-KEY.
           MOVE "chain_pages_missing"     TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "unreached"               TO WS-CM-KEY.
           MOVE "chain_unreached"         TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "cycles"                  TO WS-CM-KEY.
           MOVE "chain_cycles"            TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTOAUDIT"               TO WS-CM-STEP.
           MOVE "dead"                    TO WS-CM-KEY.
           MOVE "broken_links"            TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "bad-anchors"             TO WS-CM-KEY.
           MOVE "bad_anchors"             TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "ext-dead"                TO WS-CM-KEY.
           MOVE "broken_external_links"   TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTORECON"               TO WS-CM-STEP.
           MOVE "mismatch"                TO WS-CM-KEY.
           MOVE "recon_mismatches"        TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "missing"                 TO WS-CM-KEY.
           MOVE "recon_missing"           TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTOPUBLST"              TO WS-CM-STEP.
           MOVE "added"                   TO WS-CM-KEY.
           MOVE "inventory_added"         TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "disappeared"             TO WS-CM-KEY.
           MOVE "inventory_disappeared"   TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "no-toc-match"            TO WS-CM-KEY.
           MOVE "inventory_no_toc_match"  TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTODEPLOY"              TO WS-CM-STEP.
           MOVE "copy"                    TO WS-CM-KEY.
           MOVE "deploy_copy"             TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "delete"                  TO WS-CM-KEY.
           MOVE "deploy_delete"           TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "output-missing"          TO WS-CM-KEY.
           MOVE "deploy_output_missing"   TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "AUTOFIND"                TO WS-CM-STEP.
           MOVE "open"                    TO WS-CM-KEY.
           MOVE "findings_open"           TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "new"                     TO WS-CM-KEY.
           MOVE "findings_new"            TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "reopened"                TO WS-CM-KEY.
           MOVE "findings_reopened"       TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
           MOVE "closed"                  TO WS-CM-KEY.
           MOVE "findings_closed"         TO WS-CM-JSON.
           PERFORM MAIN-016-ADD-COUNT-MAP.
      *-------------------------------------*
       MAIN-016-ADD-COUNT-MAP.
           ADD 1 TO CMAP-COUNT.
           MOVE WS-CM-STEP TO CMAP-STEP(CMAP-COUNT).
           MOVE WS-CM-KEY  TO CMAP-KEY(CMAP-COUNT).
           MOVE WS-CM-JSON TO CMAP-JSON(CMAP-COUNT).
      *-------------------------------------*
      *1工程分の実行
      *-------------------------------------*
       MAIN-100-RUN-ONE-STEP.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *前回の実行で済んだ工程は流し直さず、結果とレポートを
      *そのまま引き継ぐ
      *-------------------------------------*
       MAIN-120-CARRY-STEP.
           MOVE CK-STEP-STATE(WS-CK-IX WS-IX) TO STEP-STATE(WS-IX).
           MOVE CK-STEP-RC(WS-CK-IX WS-IX) TO STEP-RC(WS-IX).
           PERFORM MAIN-130-WRITE-STEP-HEADER.
           EVALUATE STEP-STATE(WS-IX)
               WHEN "OK"
                   ADD 1 TO WS-STEPS-OK
               WHEN "WARNING"
                   ADD 1 TO WS-STEPS-WARN
               WHEN OTHER
                   ADD 1 TO WS-STEPS-SKIP
           END-EVALUATE.
           IF STEP-STATE(WS-IX) = "SKIPPED"
               MOVE "  SKIPPED - carried over from the original run"
                    TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "  carried over from the original run - not rerun"
                    TO RPT-LINE
               WRITE RPT-LINE
               PERFORM MAIN-200-COPY-STEP-LOG
           END-IF.
           PERFORM MAIN-095-NOTE-RESULT.
           MOVE 'Y' TO RES-CARRIED(WS-RES-IX WS-IX).
      *-------------------------------------*
      *工程を実行せず飛ばすべきか判定する
      *-------------------------------------*
       MAIN-110-CHECK-SKIP.
                    TO WS-SKIP-REASON
               GO TO MAIN-110-EXIT
           END-IF.
      *デプロイパッケージはこのマニュアルがGOのときだけ作る
           IF STEP-NAME(WS-IX) = "AUTODEPLOY"
               AND WS-STEPS-FAIL > WS-MAN-FAIL-BASE
               MOVE 'Y' TO SW-STEP-SKIP
               MOVE "nightly run is NO-GO - no deploy package"
                    TO WS-SKIP-REASON
               GO TO MAIN-110-EXIT
           END-IF.
      *AUTOPUBLSTは棚卸しファイルが指定されたときだけ動かす
           IF STEP-CMD(WS-IX) = SPACE
               MOVE 'Y' TO SW-STEP-SKIP
                               INTO RPT-TEXT
                        MOVE RPT-TEXT TO RPT-LINE
                        WRITE RPT-LINE
                        IF STEP-NAME(WS-IX) = "AUTOMANUAL"
                            PERFORM MAIN-210-NOTE-AWAITING
                        END-IF
                        PERFORM MAIN-220-SCAN-COUNTS
               END-PERFORM
               CLOSE STEPLOGFILE
           END-IF.
      *-------------------------------------*
      *AUTOMANUALのサマリ行が承認待ちの保留なら覚えておく
      *（一覧に載せきれない分も件数には数える）
      *-------------------------------------*
       MAIN-210-NOTE-AWAITING.
           MOVE 0 TO WS-AWAIT-HITS.
           INSPECT SLOG-LINE TALLYING WS-AWAIT-HITS
                   FOR ALL " : AWAITING APPROVAL".
           IF WS-AWAIT-HITS > 0
               ADD 1 TO WS-AWAITING
               IF AWAIT-COUNT < 500
                   ADD 1 TO AWAIT-COUNT
                   IF MANUAL-COUNT = 0
                       MOVE SPACE TO AWAIT-MANUAL(AWAIT-COUNT)
                   ELSE
                       MOVE MAN-NAME(WS-MAN-IX)
                            TO AWAIT-MANUAL(AWAIT-COUNT)
                   END-IF
                   MOVE SLOG-LINE(1:250) TO AWAIT-TEXT(AWAIT-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *レポート1行から"項目=値"を拾い、対応表にある項目なら
      *結果表へ記録する（同じ項目が何度も出れば後のものを採る）
      *-------------------------------------*
       MAIN-220-SCAN-COUNTS.
           MOVE 1 TO WS-KV-PTR.
           PERFORM UNTIL WS-KV-PTR > 300
               MOVE WS-KV-PTR TO WS-KV-LAST
               MOVE SPACE TO WS-KV-TOK
               UNSTRING SLOG-LINE DELIMITED BY ALL SPACE
                        INTO WS-KV-TOK WITH POINTER WS-KV-PTR
               END-UNSTRING
               IF WS-KV-TOK NOT = SPACE
                   PERFORM MAIN-225-ONE-COUNT THRU MAIN-225-EXIT
               END-IF
               IF WS-KV-PTR = WS-KV-LAST
                   MOVE 301 TO WS-KV-PTR
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-225-ONE-COUNT.
           MOVE SPACE TO WS-KV-KEY WS-KV-VAL.
           UNSTRING WS-KV-TOK DELIMITED BY "="
                    INTO WS-KV-KEY WS-KV-VAL.
           IF WS-KV-VAL = SPACE
               GO TO MAIN-225-EXIT
           END-IF.
           MOVE 0 TO WS-KV-LEN.
           INSPECT WS-KV-VAL TALLYING WS-KV-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-KV-LEN > 9
               GO TO MAIN-225-EXIT
           END-IF.
           IF WS-KV-VAL(1:WS-KV-LEN) IS NOT NUMERIC
               GO TO MAIN-225-EXIT
           END-IF.
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                     UNTIL WS-CM-IX > CMAP-COUNT
               IF CMAP-STEP(WS-CM-IX) = STEP-NAME(WS-IX)
                  AND CMAP-KEY(WS-CM-IX) = WS-KV-KEY
                   MOVE WS-KV-VAL(1:WS-KV-LEN)
                        TO RES-CNT(WS-RES-IX WS-IX WS-CM-IX)
                   MOVE 'Y' TO RES-CNT-SET(WS-RES-IX WS-IX WS-CM-IX)
               END-IF
           END-PERFORM.
       MAIN-225-EXIT.
           CONTINUE.
      *-------------------------------------*
      *編集承認待ちのページ一覧を夜間報告へ書く
      *-------------------------------------*
       MAIN-700-WRITE-AWAITING.
           MOVE "=== awaiting approval ===" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING AWAIT-IDX FROM 1 BY 1
                     UNTIL AWAIT-IDX > AWAIT-COUNT
               MOVE SPACE TO RPT-TEXT
               IF AWAIT-MANUAL(AWAIT-IDX) = SPACE
                   STRING "  "                   DELIMITED BY SIZE
                          AWAIT-TEXT(AWAIT-IDX)  DELIMITED BY SIZE
                          INTO RPT-TEXT
               ELSE
                   STRING "  "                   DELIMITED BY SIZE
                          AWAIT-MANUAL(AWAIT-IDX)
                                                 DELIMITED BY SPACE
                          ": "                   DELIMITED BY SIZE
                          AWAIT-TEXT(AWAIT-IDX)  DELIMITED BY SIZE
                          INTO RPT-TEXT
               END-IF
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-AWAITING > AWAIT-COUNT
               MOVE "  (list truncated at 500 pages)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *状態ファイル（autonight_status.json）の書き出し
      *書式（項目を足すことはあっても、既存の項目名と型は変えない）
      *{
      *  "format":      "autonight-status-1"（書式の版）
      *  "run_id":      実行ID YYYYMMDDhhmmss（再開時は元の実行のID）
      *  "resumed":     再開起動（-R）ならtrue
      *  "started":     この起動の開始時刻 YYYY-MM-DDThh:mm:ss
      *  "ended":       終了時刻（同上）
      *  "verdict":     "GO"または"NO-GO"
      *  "return_code": AUTONIGHTのRETURN-CODE（0・4・8）
      *  "report":      夜間報告のパス（起動ディレクトリから）
      *  "checkpoint":  チェックポイントのパス（同上）
      *  "totals":      {"steps_ok","steps_warning","steps_failed",
      *                  "steps_skipped","pages_awaiting_approval"}
      *  "manuals": [ manuals.regの1件ごと（単一運用では名前"-"・
      *               ディレクトリ"."の1件）
      *    {"name","directory",
      *     "entered": ディレクトリへ移れたか（falseならstepsは空）,
      *     "steps": [ 工程ごとに1件（依存順）
      *       {"step":  工程名,
      *        "state": "OK"・"WARNING"・"FAILED"・"SKIPPED"・
      *                 "NOTRUN"（後続停止で記録されなかったもの）,
      *        "rc":    工程のRETURN-CODE,
      *        "carried_over": 再開時に前回の結果を引き継いだか,
      *        "report": 工程のレポートのパス（起動ディレクトリから）,
      *        "counts": {下表の件数。レポートに無ければnull}} ] } ]
      *}
      *countsの項目（MAIN-015の対応表）
      *  AUTOCTLCHK  control_errors control_warnings
      *  AUTOMANUAL  pages_processed pages_skipped pages_failed
      *              pages_held（編集承認待ちで保留） pages_pending
      *  AUTOCHAIN   chain_breaks chain_pages_missing chain_unreached
      *              chain_cycles
      *  AUTOAUDIT   broken_links bad_anchors broken_external_links
      *  AUTORECON   recon_mismatches recon_missing
      *  AUTOPUBLST  inventory_added inventory_disappeared
      *              inventory_no_toc_match
      *  AUTODEPLOY  deploy_copy deploy_delete deploy_output_missing
      *  AUTOFIND    findings_open findings_new findings_reopened
      *              findings_closed
      *-------------------------------------*
       MAIN-750-WRITE-STATUS.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN OUTPUT JSONFILE.
           IF JSON-STS NOT = "00"
               DISPLAY "AUTONIGHT: cannot write autonight_status.json"
               GO TO MAIN-750-EXIT
           END-IF.
           MOVE "{" TO JSON-LINE.
           WRITE JSON-LINE.
           MOVE '  "format": "autonight-status-1",' TO JSON-LINE.
           WRITE JSON-LINE.
           MOVE SPACE TO JSON-LINE.
           STRING '  "run_id": "'     DELIMITED BY SIZE
                  WS-RUN-STAMP        DELIMITED BY SIZE
                  '",'                DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           IF SW-RESTART = 'Y'
               MOVE '  "resumed": true,' TO JSON-LINE
           ELSE
               MOVE '  "resumed": false,' TO JSON-LINE
           END-IF.
           WRITE JSON-LINE.
           MOVE WS-NOW-STAMP TO WS-ISO-IN.
           PERFORM MAIN-780-ISO-TIME.
           MOVE SPACE TO JSON-LINE.
           STRING '  "started": "'    DELIMITED BY SIZE
                  WS-ISO-OUT          DELIMITED BY SIZE
                  '",'                DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           MOVE SPACE TO WS-ISO-IN.
           STRING WS-END-DATE         DELIMITED BY SIZE
                  WS-END-TIME(1:6)    DELIMITED BY SIZE
                  INTO WS-ISO-IN.
           PERFORM MAIN-780-ISO-TIME.
           MOVE SPACE TO JSON-LINE.
           STRING '  "ended": "'      DELIMITED BY SIZE
                  WS-ISO-OUT          DELIMITED BY SIZE
                  '",'                DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           MOVE SPACE TO JSON-LINE.
           STRING '  "verdict": "'    DELIMITED BY SIZE
                  WS-VERDICT          DELIMITED BY SPACE
                  '",'                DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           MOVE WS-FINAL-RC TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           MOVE SPACE TO JSON-LINE.
           STRING '  "return_code": ' DELIMITED BY SIZE
                  WS-JN-OUT(1:WS-JN-LEN)
                                      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           MOVE REPORT-PATH TO WS-JS-IN.
           PERFORM MAIN-760-JSON-STRING.
           MOVE SPACE TO JSON-LINE.
           STRING '  "report": '      DELIMITED BY SIZE
                  WS-JS-OUT(1:WS-JS-LEN)
                                      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           MOVE '  "checkpoint": "autonight.checkpoint",' TO JSON-LINE.
           WRITE JSON-LINE.
           PERFORM MAIN-755-WRITE-TOTALS.
           MOVE '  "manuals": [' TO JSON-LINE.
           WRITE JSON-LINE.
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                     UNTIL WS-RES-IX > WS-RES-MAX
               PERFORM MAIN-790-WRITE-MANUAL
           END-PERFORM.
           MOVE "  ]" TO JSON-LINE.
           WRITE JSON-LINE.
           MOVE "}" TO JSON-LINE.
           WRITE JSON-LINE.
           CLOSE JSONFILE.
       MAIN-750-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-755-WRITE-TOTALS.
           MOVE SPACE TO WS-JSON-TEXT.
           MOVE 1 TO WS-JSON-PTR.
           STRING '  "totals": {"steps_ok": '
                                      DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-STEPS-OK TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  ', "steps_warning": '  DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-STEPS-WARN TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  ', "steps_failed": '   DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-STEPS-FAIL TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  ', "steps_skipped": '  DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-STEPS-SKIP TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  ', "pages_awaiting_approval": '
                                         DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-AWAITING TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  '},'                   DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE WS-JSON-TEXT TO JSON-LINE.
           WRITE JSON-LINE.
      *-------------------------------------*
      *WS-JS-INを引用符付きのJSON文字列にしてWS-JS-OUTへ
      *（末尾の空白は落とし、引用符と\は前に\を付ける）
      *-------------------------------------*
       MAIN-760-JSON-STRING.
           MOVE 260 TO WS-JS-IN-LEN.
           PERFORM UNTIL WS-JS-IN-LEN = 1
                         OR WS-JS-IN(WS-JS-IN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-JS-IN-LEN
           END-PERFORM.
           MOVE SPACE TO WS-JS-OUT.
           MOVE '"' TO WS-JS-OUT(1:1).
           MOVE 1 TO WS-JS-LEN.
           PERFORM VARYING WS-JS-POS FROM 1 BY 1
                     UNTIL WS-JS-POS > WS-JS-IN-LEN
               IF WS-JS-IN(WS-JS-POS:1) = '"'
                  OR WS-JS-IN(WS-JS-POS:1) = "\"
                   ADD 1 TO WS-JS-LEN
                   MOVE "\" TO WS-JS-OUT(WS-JS-LEN:1)
               END-IF
               ADD 1 TO WS-JS-LEN
               MOVE WS-JS-IN(WS-JS-POS:1) TO WS-JS-OUT(WS-JS-LEN:1)
           END-PERFORM.
           ADD 1 TO WS-JS-LEN.
           MOVE '"' TO WS-JS-OUT(WS-JS-LEN:1).
      *-------------------------------------*
      *WS-JN-INを先頭の0を落とした数字列にしてWS-JN-OUTへ
      *（JSONの数値は先頭に0を置けない）
      *-------------------------------------*
       MAIN-770-JSON-NUMBER.
           MOVE WS-JN-IN TO WS-JN-EDIT.
           MOVE 1 TO WS-JN-POS.
           PERFORM UNTIL WS-JN-EDIT(WS-JN-POS:1) NOT = SPACE
               ADD 1 TO WS-JN-POS
           END-PERFORM.
           COMPUTE WS-JN-LEN = 10 - WS-JN-POS.
           MOVE SPACE TO WS-JN-OUT.
           MOVE WS-JN-EDIT(WS-JN-POS:WS-JN-LEN) TO WS-JN-OUT.
      *-------------------------------------*
      *YYYYMMDDhhmmssをYYYY-MM-DDThh:mm:ssへ
      *-------------------------------------*
       MAIN-780-ISO-TIME.
           MOVE SPACE TO WS-ISO-OUT.
           STRING WS-ISO-IN(1:4)      DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-ISO-IN(5:2)      DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-ISO-IN(7:2)      DELIMITED BY SIZE
                  "T"                 DELIMITED BY SIZE
                  WS-ISO-IN(9:2)      DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  WS-ISO-IN(11:2)     DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  WS-ISO-IN(13:2)     DELIMITED BY SIZE
                  INTO WS-ISO-OUT.
      *-------------------------------------*
      *マニュアル1件分
      *-------------------------------------*
       MAIN-790-WRITE-MANUAL.
           MOVE "    {" TO JSON-LINE.
           WRITE JSON-LINE.
           IF MANUAL-COUNT = 0
               MOVE "-" TO WS-JS-IN
           ELSE
               MOVE MAN-NAME(WS-RES-IX) TO WS-JS-IN
           END-IF.
           PERFORM MAIN-760-JSON-STRING.
           MOVE SPACE TO JSON-LINE.
           STRING '      "name": '    DELIMITED BY SIZE
                  WS-JS-OUT(1:WS-JS-LEN)
                                      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           IF MANUAL-COUNT = 0
               MOVE "." TO WS-JS-IN
           ELSE
               MOVE MAN-DIR(WS-RES-IX) TO WS-JS-IN
           END-IF.
           PERFORM MAIN-760-JSON-STRING.
           MOVE SPACE TO JSON-LINE.
           STRING '      "directory": '
                                      DELIMITED BY SIZE
                  WS-JS-OUT(1:WS-JS-LEN)
                                      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  INTO JSON-LINE.
           WRITE JSON-LINE.
           IF RES-ENTERED(WS-RES-IX) = 'Y'
               MOVE '      "entered": true,' TO JSON-LINE
               WRITE JSON-LINE
               MOVE '      "steps": [' TO JSON-LINE
               WRITE JSON-LINE
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > STEP-COUNT
                   PERFORM MAIN-795-WRITE-STEP
               END-PERFORM
               MOVE "      ]" TO JSON-LINE
               WRITE JSON-LINE
           ELSE
               MOVE '      "entered": false,' TO JSON-LINE
               WRITE JSON-LINE
               MOVE '      "steps": []' TO JSON-LINE
               WRITE JSON-LINE
           END-IF.
           IF WS-RES-IX < WS-RES-MAX
               MOVE "    }," TO JSON-LINE
           ELSE
               MOVE "    }" TO JSON-LINE
           END-IF.
           WRITE JSON-LINE.
      *-------------------------------------*
      *工程1件分（1行に収める）
      *-------------------------------------*
       MAIN-795-WRITE-STEP.
           MOVE SPACE TO WS-JSON-TEXT.
           MOVE 1 TO WS-JSON-PTR.
           STRING '        {"step": "'  DELIMITED BY SIZE
                  STEP-NAME(WS-IX)      DELIMITED BY SPACE
                  '", "state": "'       DELIMITED BY SIZE
                  RES-STATE(WS-RES-IX WS-IX)
                                        DELIMITED BY SPACE
                  '", "rc": '           DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           MOVE RES-RC(WS-RES-IX WS-IX) TO WS-JN-IN.
           PERFORM MAIN-770-JSON-NUMBER.
           STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                  ', "carried_over": '   DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           IF RES-CARRIED(WS-RES-IX WS-IX) = 'Y'
               STRING "true"  DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           ELSE
               STRING "false" DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           END-IF.
           MOVE SPACE TO WS-JS-IN.
           IF MANUAL-COUNT = 0
               MOVE RES-LOG(WS-RES-IX WS-IX) TO WS-JS-IN
           ELSE
               STRING MAN-DIR(WS-RES-IX)       DELIMITED BY SPACE
                      "/"                      DELIMITED BY SIZE
                      RES-LOG(WS-RES-IX WS-IX) DELIMITED BY SPACE
                      INTO WS-JS-IN
           END-IF.
           PERFORM MAIN-760-JSON-STRING.
           STRING ', "report": '         DELIMITED BY SIZE
                  WS-JS-OUT(1:WS-JS-LEN) DELIMITED BY SIZE
                  ', "counts": {'        DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
      *この工程の対応表の最後の項目（その後ろには","を付けない）
           MOVE 0 TO WS-CM-LAST.
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                     UNTIL WS-CM-IX > CMAP-COUNT
               IF CMAP-STEP(WS-CM-IX) = STEP-NAME(WS-IX)
                   MOVE WS-CM-IX TO WS-CM-LAST
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                     UNTIL WS-CM-IX > CMAP-COUNT
               IF CMAP-STEP(WS-CM-IX) = STEP-NAME(WS-IX)
                   PERFORM MAIN-797-WRITE-COUNT
               END-IF
           END-PERFORM.
           IF WS-IX < STEP-COUNT
               STRING "}},"  DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           ELSE
               STRING "}}"   DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           END-IF.
           MOVE WS-JSON-TEXT TO JSON-LINE.
           WRITE JSON-LINE.
      *-------------------------------------*
       MAIN-797-WRITE-COUNT.
           STRING '"'                    DELIMITED BY SIZE
                  CMAP-JSON(WS-CM-IX)    DELIMITED BY SPACE
                  '": '                  DELIMITED BY SIZE
                  INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR.
           IF RES-CNT-SET(WS-RES-IX WS-IX WS-CM-IX) = 'Y'
               MOVE RES-CNT(WS-RES-IX WS-IX WS-CM-IX) TO WS-JN-IN
               PERFORM MAIN-770-JSON-NUMBER
               STRING WS-JN-OUT(1:WS-JN-LEN) DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           ELSE
               STRING "null" DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           END-IF.
           IF WS-CM-IX < WS-CM-LAST
               STRING ", "   DELIMITED BY SIZE
                      INTO WS-JSON-TEXT WITH POINTER WS-JSON-PTR
           END-IF.
      *-------------------------------------*
      *件数集計とデプロイ可否（VERDICT行）の書き出し
      *VERDICT行は必ず最終行に置き、デプロイスクリプトが
      *末尾1行の判定だけで可否を決められるようにする
      *-------------------------------------*
       MAIN-800-WRITE-VERDICT.
           IF WS-AWAITING > 0
               PERFORM MAIN-700-WRITE-AWAITING
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "steps-ok="     DELIMITED BY SIZE
                  WS-STEPS-OK     DELIMITED BY SIZE
                  WS-STEPS-FAIL   DELIMITED BY SIZE
                  " skipped="     DELIMITED BY SIZE
                  WS-STEPS-SKIP   DELIMITED BY SIZE
                  " awaiting-approval="
                                  DELIMITED BY SIZE
                  WS-AWAITING     DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
               OR WS-MANUALS-FAILED > 0
               MOVE "VERDICT: NO-GO" TO RPT-LINE
               DISPLAY "AUTONIGHT: VERDICT: NO-GO"
               MOVE "NO-GO" TO WS-VERDICT
               MOVE 8 TO WS-FINAL-RC
           ELSE
               MOVE "VERDICT: GO" TO RPT-LINE
               DISPLAY "AUTONIGHT: VERDICT: GO"
               MOVE "GO" TO WS-VERDICT
               IF WS-STEPS-WARN > 0
                   MOVE 4 TO WS-FINAL-RC
               ELSE
                   MOVE 0 TO WS-FINAL-RC
               END-IF
           END-IF.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           PERFORM MAIN-750-WRITE-STATUS THRU MAIN-750-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
      *-------------------------------------*
      *SUM-FILE-PATHのファイルを読み、全行のチェックサムを求める
      *（ファイルが無ければSUM-FILE-PATHを空白にして返す）
      *-------------------------------------*
       MAIN-300-SUM-FILE.
           MOVE 0 TO WS-FILE-SUM WS-FILE-SUM-D.
           MOVE 1 TO WS-SUM-WEIGHT.
           OPEN INPUT SUMFILE.
           IF SUM-STS NOT = "00"
               MOVE SPACE TO SUM-FILE-PATH
           ELSE
               PERFORM UNTIL SUM-STS NOT = "00"
                             AND SUM-STS NOT = "09"
                   MOVE SPACE TO SUM-REC
                   READ SUMFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM MAIN-310-SUM-ONE-LINE
               END-PERFORM
               CLOSE SUMFILE
           END-IF.
           MOVE WS-FILE-SUM TO WS-FILE-SUM-D.
      *-------------------------------------*
       MAIN-310-SUM-ONE-LINE.
           MOVE 2000 TO WS-SUM-LEN.
           PERFORM UNTIL WS-SUM-LEN = 0
                         OR SUM-REC(WS-SUM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUM-LEN
           END-PERFORM.
           PERFORM VARYING WS-SUM-POS FROM 1 BY 1
                     UNTIL WS-SUM-POS > WS-SUM-LEN
               MOVE SUM-REC(WS-SUM-POS:1) TO WS-CHK-CHAR
               COMPUTE WS-FILE-SUM =
                       WS-FILE-SUM + WS-CHK-NUM * WS-SUM-WEIGHT
               ADD 1 TO WS-SUM-WEIGHT
               IF WS-SUM-WEIGHT > 97
                   MOVE 1 TO WS-SUM-WEIGHT
               END-IF
           END-PERFORM.
           DIVIDE WS-FILE-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-FILE-SUM.
      *-------------------------------------*
      *末尾の空白を除いた文字列長を求める（1文字以上は必ず残す）
      *-------------------------------------*
