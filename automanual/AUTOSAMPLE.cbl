       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOSAMPLE.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。マニュアル掲載のCOBOLサンプル
      *                        をコンパイラの新版で確かめるための
      *                        抽出と結果取込み。
      *                        ・抽出（引数なし）: TOC.mdに掲載された
      *                        　old/配下のページを掲載順に読み、
      *                        　```cobol等のコードブロックを1つずつ
      *                        　samples/<サンプルID>.cbl（コピー句は
      *                        　.cpy）へ書き出し、サンプル台帳
      *                        　（autosample_catalog.lst）へページ・
      *                        　章・開始行・言語を記録する。サンプル
      *                        　IDは「ページ名の拡張子を除いたもの
      *                        　（/は_に置換）-ページ内連番3桁」
      *                        ・取込み（-R 結果ファイル）: ビルド機の
      *                        　結果（サンプルID PASS|FAIL メッセー
      *                        　ジ）を読み、章ごとに失敗サンプルを
      *                        　ページと行付きで報告する。各サンプル
      *                        　の直近結果と失敗し始めた日・最後に
      *                        　通った日はautosample_results.datへ
      *                        　持ち越し、いつ壊れたかを追えるように
      *                        　する
      *                        使い方: AUTOSAMPLE
      *                                AUTOSAMPLE -R 結果ファイル
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    TOCFILE       ASSIGN         TO   DYNAMIC
                                                       TOC-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TOC-STS.
           SELECT    EXCLFILE      ASSIGN         TO   DYNAMIC
                                                       EXCLUDE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXCL-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    SAMPFILE      ASSIGN         TO   DYNAMIC
                                                       SAMPLE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   SAMP-STS.
           SELECT    CATFILE       ASSIGN         TO   DYNAMIC
                                                       CATALOG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CAT-STS.
           SELECT    RESULTFILE    ASSIGN         TO   DYNAMIC
                                                       RESULT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RES-STS.
           SELECT    STATEFILE     ASSIGN         TO   DYNAMIC
                                                       STATE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   STATE-STS.
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
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(250).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  SAMPFILE.
       01  SAMP-LINE               PIC X(500).
       FD  CATFILE.
       01  CAT-LINE                PIC X(500).
       FD  RESULTFILE.
       01  RES-LINE                PIC X(300).
       FD  STATEFILE.
       01  STATE-LINE              PIC X(400).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  SAMP-STS                 PIC X(02).
       01  CAT-STS                  PIC X(02).
       01  RES-STS                  PIC X(02).
       01  STATE-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAGE-FILE-PATH           PIC X(256).
       01  SAMPLE-PATH              PIC X(256).
       01  CATALOG-PATH             PIC X(256)
                                    VALUE "autosample_catalog.lst".
       01  RESULT-PATH              PIC X(256)  VALUE SPACE.
       01  STATE-PATH               PIC X(256)
                                    VALUE "autosample_results.dat".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autosample_report.log".
       01  WS-SAMPLE-DIR            PIC X(256)  VALUE "samples".
      *起動引数（-R 結果ファイル で取込み）
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 2 TIMES.
       01  SW-INGEST                PIC X       VALUE 'N'.
       01  WS-RUN-DATE              PIC X(08).
      *除外リスト（抽出対象外のページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
      *TOC.mdのページ名と章名
       01  TOC-TABLE.
           05  TOC-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
               10  TOC-FILENAME     PIC X(250).
               10  TOC-CHAPTER      PIC X(80).
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
       01  TOC-CUR-CHAPTER          PIC X(80).
      *抽出の作業領域
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-IN-FENCE              PIC X       VALUE 'N'.
       01  SW-SAMPLE-OPEN           PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
       01  WS-LEAD                  PIC 9(02) COMP.
       01  WS-FENCE-INDENT          PIC 9(02) COMP VALUE 0.
       01  WS-PAGE-SEQ              PIC 9(03)  VALUE 0.
       01  WS-PAGE-STEM             PIC X(200).
       01  WS-STEM-LEN              PIC 9(03) COMP.
       01  WS-LANG                  PIC X(20).
       01  WS-LANG-POS              PIC 9(02) COMP.
       01  WS-EXT                   PIC X(04).
       01  WS-SAMPLE-ID             PIC X(60).
       01  WS-SAMPLE-START          PIC 9(05).
       01  WS-SAMPLE-LINES          PIC 9(05)  VALUE 0.
       01  WS-PAGE-SAMPLES          PIC 9(05)  VALUE 0.
      *サンプル台帳（取込み時に読む）
       01  SAMP-TABLE.
           05  SAMP-ENTRY           OCCURS 4000 TIMES
                                     INDEXED BY SAMP-IDX.
               10  SAMP-ID          PIC X(60).
               10  SAMP-PAGE        PIC X(250).
               10  SAMP-START       PIC 9(05).
               10  SAMP-LANG        PIC X(20).
               10  SAMP-CHAPTER     PIC X(80).
               10  SAMP-STATUS      PIC X(04).
               10  SAMP-LAST-DATE   PIC X(08).
               10  SAMP-BROKE-DATE  PIC X(08).
               10  SAMP-PASS-DATE   PIC X(08).
               10  SAMP-MESSAGE     PIC X(200).
               10  SAMP-NEW-FAIL    PIC X.
               10  SAMP-HAS-RESULT  PIC X.
       01  SAMP-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-SAMP-MATCH            PIC 9(04) COMP VALUE 0.
       01  CAT-REC                  PIC X(500).
       01  CAT-ID                   PIC X(60).
       01  CAT-PAGE                 PIC X(250).
       01  CAT-START                PIC X(05).
       01  CAT-LANG                 PIC X(20).
       01  CAT-CHAPTER              PIC X(80).
       01  WS-CAT-PTR               PIC 9(03) COMP.
      *結果ファイルと持越し状態の読取り
       01  RES-REC                  PIC X(300).
       01  RES-ID                   PIC X(60).
       01  RES-STATUS               PIC X(10).
       01  RES-MESSAGE              PIC X(200).
       01  WS-RES-PTR               PIC 9(03) COMP.
       01  STATE-REC                PIC X(400).
       01  ST-ID                    PIC X(60).
       01  ST-STATUS                PIC X(04).
       01  ST-LAST-DATE             PIC X(08).
       01  ST-BROKE-DATE            PIC X(08).
       01  ST-PASS-DATE             PIC X(08).
       01  ST-MESSAGE               PIC X(200).
       01  WS-ST-PTR                PIC 9(03) COMP.
      *報告の作業領域
       01  WS-CUR-CHAPTER           PIC X(80).
       01  SW-CHAPTER-HEADED        PIC X       VALUE 'N'.
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-RPT-PTR               PIC 9(03) COMP.
       01  WS-SAMPLES-D             PIC 9(05)  VALUE 0.
      *件数集計
       01  WS-PAGES-SCANNED         PIC 9(05)  VALUE 0.
       01  WS-SAMPLES               PIC 9(05)  VALUE 0.
       01  WS-OTHER-BLOCKS          PIC 9(05)  VALUE 0.
       01  WS-OPEN-FENCES           PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  WS-RESULTS               PIC 9(05)  VALUE 0.
       01  WS-PASSED                PIC 9(05)  VALUE 0.
       01  WS-FAILED                PIC 9(05)  VALUE 0.
       01  WS-NEWLY-BROKEN          PIC 9(05)  VALUE 0.
       01  WS-FIXED                 PIC 9(05)  VALUE 0.
       01  WS-NO-RESULT             PIC 9(05)  VALUE 0.
       01  WS-UNKNOWN               PIC 9(05)  VALUE 0.
       01  WS-INVALID               PIC 9(05)  VALUE 0.
       01  WS-FAILING-NOW           PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           MOVE SPACE TO WRK-TOKEN(1) WRK-TOKEN(2).
           UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2).
           IF WRK-TOKEN(1) = "-R"
               IF WRK-TOKEN(2) = SPACE
                   DISPLAY "AUTOSAMPLE: -R requires a results file"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO SW-INGEST
               MOVE WRK-TOKEN(2) TO RESULT-PATH
           END-IF.
           IF SW-INGEST = 'Y'
               PERFORM MAIN-300-INGEST THRU MAIN-300-EXIT
           ELSE
               PERFORM MAIN-100-EXTRACT THRU MAIN-100-EXIT
           END-IF.
           GO TO MAIN-900.
      *-------------------------------------*
      *除外リストの読込
      *-------------------------------------*
       MAIN-010-LOAD-EXCLUDE.
           MOVE "TOC.md" TO EXCL-ENTRY(1).
           MOVE 1 TO EXCL-COUNT.
           OPEN INPUT EXCLFILE.
           IF EXCL-STS = "00"
               PERFORM UNTIL EXCL-STS NOT = ZERO
                   READ EXCLFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE EXCL-LINE TO EXCL-REC
                        IF EXCL-REC NOT = SPACE
                           AND EXCL-REC(1:1) NOT = "*"
                           AND EXCL-COUNT < 200
                           ADD 1 TO EXCL-COUNT
                           MOVE EXCL-REC TO EXCL-ENTRY(EXCL-COUNT)
                        END-IF
               END-PERFORM
               CLOSE EXCLFILE
           END-IF.
      *-------------------------------------*
      *TOC.mdの読込（ページ名と所属する章名）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
           MOVE SPACE TO TOC-CUR-CHAPTER.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE TOC-LINE TO TOC-REC
                        IF TOC-REC(1:3) = "## "
                            MOVE TOC-REC(4:) TO TOC-CUR-CHAPTER
                        END-IF
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTOSAMPLE: TOC table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           UNSTRING TOC-REC DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           ADD 1 TO TOC-COUNT
                           MOVE TOC-PART2 TO TOC-FILENAME(TOC-COUNT)
                           IF TOC-CUR-CHAPTER = SPACE
                               MOVE "(no chapter)"
                                    TO TOC-CHAPTER(TOC-COUNT)
                           ELSE
                               MOVE TOC-CUR-CHAPTER
                                    TO TOC-CHAPTER(TOC-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
      *抽出: 掲載順に全ページのサンプルを書き出す
      *-------------------------------------*
       MAIN-100-EXTRACT.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOSAMPLE code sample extract report" TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing extracted"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-100-EXIT
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-SAMPLE-DIR.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT CATFILE.
           IF CAT-STS NOT = "00"
               DISPLAY "AUTOSAMPLE: cannot open " CATALOG-PATH
               MOVE "cannot open the sample catalog - aborted"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE "* AUTOSAMPLE catalog: id page start-line lang chapter"
                TO CAT-LINE.
           WRITE CAT-LINE.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-110-EXTRACT-ONE-PAGE THRU MAIN-110-EXIT
           END-PERFORM.
           CLOSE CATFILE.
           PERFORM MAIN-800-WRITE-EXTRACT-FOOTER.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1ページ分の抽出
      *-------------------------------------*
       MAIN-110-EXTRACT-ONE-PAGE.
           MOVE 'N' TO SW-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-ENTRY(EXCL-IDX) = TOC-FILENAME(TOC-IDX)
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
           IF SW-EXCLUDED = 'Y'
               GO TO MAIN-110-EXIT
           END-IF.
      *サンプルIDの元になるページ名（拡張子を除き/を_に置換）
           MOVE TOC-FILENAME(TOC-IDX) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-STEM-LEN.
           IF WS-STEM-LEN > 3
               AND WS-TRIM-IN(WS-STEM-LEN - 2:3) = ".md"
               SUBTRACT 3 FROM WS-STEM-LEN
           END-IF.
           IF WS-STEM-LEN > 50
               MOVE 50 TO WS-STEM-LEN
           END-IF.
           MOVE SPACE TO WS-PAGE-STEM.
           MOVE WS-TRIM-IN(1:WS-STEM-LEN) TO WS-PAGE-STEM.
           INSPECT WS-PAGE-STEM CONVERTING "/" TO "_".
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"                 DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-IN-FENCE
                       SW-SAMPLE-OPEN.
           MOVE 0 TO WS-LINE-NO WS-PAGE-SEQ WS-PAGE-SAMPLES.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS = "00"
               MOVE 'Y' TO SW-FILE-READ
      *制御文字を含む行は状態09で渡されるため、読み続ける
               PERFORM UNTIL PAGE-STS NOT = "00"
                             AND PAGE-STS NOT = "09"
                   MOVE SPACE TO PAGE-REC
                   READ PAGEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        PERFORM MAIN-120-ONE-LINE THRU MAIN-120-EXIT
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               MOVE SPACE TO RPT-TEXT
               STRING TOC-FILENAME(TOC-IDX) DELIMITED BY SPACE
                      " : SOURCE MISSING"  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-110-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-SCANNED.
      *閉じられないままのコードブロックはページ末尾までを収める
           IF SW-IN-FENCE = 'Y'
               ADD 1 TO WS-OPEN-FENCES
               IF SW-SAMPLE-OPEN = 'Y'
                   PERFORM MAIN-140-CLOSE-SAMPLE
               END-IF
               MOVE SPACE TO RPT-TEXT
               STRING TOC-FILENAME(TOC-IDX) DELIMITED BY SPACE
                      " : code block not closed before end of page"
                                            DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-PAGE-SAMPLES > 0
               MOVE SPACE TO RPT-TEXT
               STRING TOC-FILENAME(TOC-IDX) DELIMITED BY SPACE
                      " : samples="         DELIMITED BY SIZE
                      WS-PAGE-SAMPLES       DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の処理
      *フロントマター（1行目の"---"から次の"---"まで）は読み飛ばす
      *-------------------------------------*
       MAIN-120-ONE-LINE.
           IF WS-LINE-NO = 1
               AND PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
               MOVE 'Y' TO SW-FM-OPEN
               GO TO MAIN-120-EXIT
           END-IF.
           IF SW-FM-OPEN = 'Y'
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'N' TO SW-FM-OPEN
               END-IF
               GO TO MAIN-120-EXIT
           END-IF.
      *コードブロックの開閉（行頭の空白3桁までは許す）
           MOVE 1 TO WS-LEAD.
           PERFORM UNTIL WS-LEAD > 4
                         OR PAGE-REC(WS-LEAD:1) NOT = SPACE
               ADD 1 TO WS-LEAD
           END-PERFORM.
           IF WS-LEAD <= 4
               IF PAGE-REC(WS-LEAD:3) = "```"
                  OR PAGE-REC(WS-LEAD:3) = "~~~"
                   IF SW-IN-FENCE = 'Y'
                       MOVE 'N' TO SW-IN-FENCE
                       IF SW-SAMPLE-OPEN = 'Y'
                           PERFORM MAIN-140-CLOSE-SAMPLE
                       END-IF
                   ELSE
                       MOVE 'Y' TO SW-IN-FENCE
                       COMPUTE WS-FENCE-INDENT = WS-LEAD - 1
                       PERFORM MAIN-130-OPEN-SAMPLE THRU MAIN-130-EXIT
                   END-IF
                   GO TO MAIN-120-EXIT
               END-IF
           END-IF.
           IF SW-SAMPLE-OPEN = 'Y'
      *字下げされたコードブロックは、開始記号と同じ字下げを外す
               MOVE SPACE TO SAMP-LINE
               IF WS-FENCE-INDENT > 0
                   AND PAGE-REC(1:WS-FENCE-INDENT) = SPACE
                   MOVE PAGE-REC(WS-FENCE-INDENT + 1:500) TO SAMP-LINE
               ELSE
                   MOVE PAGE-REC(1:500) TO SAMP-LINE
               END-IF
               WRITE SAMP-LINE
               ADD 1 TO WS-SAMPLE-LINES
           END-IF.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *コードブロックの開始
      *言語指定（```の直後の語）がCOBOL系のときだけサンプルにする
      *（cobol～・cbl・cob、コピー句はcpy）
      *-------------------------------------*
       MAIN-130-OPEN-SAMPLE.
           MOVE SPACE TO WS-LANG.
           COMPUTE WS-LANG-POS = WS-LEAD + 3.
           PERFORM UNTIL WS-LANG-POS > 20
                         OR PAGE-REC(WS-LANG-POS:1) NOT = SPACE
               ADD 1 TO WS-LANG-POS
           END-PERFORM.
           IF WS-LANG-POS <= 20
               UNSTRING PAGE-REC(WS-LANG-POS:100)
                        DELIMITED BY SPACE OR "{" OR ","
                        INTO WS-LANG
           END-IF.
           INSPECT WS-LANG CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACE TO WS-EXT.
           IF WS-LANG(1:5) = "cobol"
               OR WS-LANG = "cbl" OR WS-LANG = "cob"
               MOVE ".cbl" TO WS-EXT
           END-IF.
           IF WS-LANG = "cpy"
               MOVE ".cpy" TO WS-EXT
           END-IF.
           IF WS-EXT = SPACE
               ADD 1 TO WS-OTHER-BLOCKS
               GO TO MAIN-130-EXIT
           END-IF.
           ADD 1 TO WS-PAGE-SEQ.
           MOVE SPACE TO WS-SAMPLE-ID.
           STRING WS-PAGE-STEM  DELIMITED BY SPACE
                  "-"           DELIMITED BY SIZE
                  WS-PAGE-SEQ   DELIMITED BY SIZE
                  INTO WS-SAMPLE-ID.
           MOVE SPACE TO SAMPLE-PATH.
           STRING WS-SAMPLE-DIR DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-SAMPLE-ID  DELIMITED BY SPACE
                  WS-EXT        DELIMITED BY SPACE
                  INTO SAMPLE-PATH.
           OPEN OUTPUT SAMPFILE.
           IF SAMP-STS NOT = "00"
               DISPLAY "AUTOSAMPLE: cannot open " SAMPLE-PATH
               MOVE SPACE TO RPT-TEXT
               STRING SAMPLE-PATH    DELIMITED BY SPACE
                      " : cannot be written - sample skipped"
                                     DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-130-EXIT
           END-IF.
           MOVE 'Y' TO SW-SAMPLE-OPEN.
           MOVE 0 TO WS-SAMPLE-LINES.
           COMPUTE WS-SAMPLE-START = WS-LINE-NO + 1.
           ADD 1 TO WS-SAMPLES WS-PAGE-SAMPLES.
      *台帳: ID ページ 開始行 言語 章名（章名は空白を含みうるので末尾）
           MOVE SPACE TO CAT-LINE.
           STRING WS-SAMPLE-ID           DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  WS-SAMPLE-START        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-LANG                DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  TOC-CHAPTER(TOC-IDX)   DELIMITED BY SIZE
                  INTO CAT-LINE.
           WRITE CAT-LINE.
       MAIN-130-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-140-CLOSE-SAMPLE.
           CLOSE SAMPFILE.
           MOVE 'N' TO SW-SAMPLE-OPEN.
      *-------------------------------------*
      *取込み: ビルド機の結果を台帳と持越し状態に突き合わせる
      *-------------------------------------*
       MAIN-300-INGEST.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOSAMPLE code sample results report" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM MAIN-310-LOAD-CATALOG.
           IF SAMP-COUNT = 0
               MOVE "sample catalog not found or empty - extract first"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-300-EXIT
           END-IF.
           PERFORM MAIN-320-LOAD-STATE.
           OPEN INPUT RESULTFILE.
           IF RES-STS NOT = "00"
               DISPLAY "AUTOSAMPLE: results file not found - "
                       RESULT-PATH
               MOVE "results file not found - nothing ingested"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-300-EXIT
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "results: "  DELIMITED BY SIZE
                  RESULT-PATH  DELIMITED BY SPACE
                  " as-of="    DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM UNTIL RES-STS NOT = ZERO
               READ RESULTFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RES-LINE TO RES-REC
                    IF RES-REC NOT = SPACE
                       AND RES-REC(1:1) NOT = "*"
                       PERFORM MAIN-330-ONE-RESULT THRU MAIN-330-EXIT
                    END-IF
           END-PERFORM.
           CLOSE RESULTFILE.
           PERFORM MAIN-350-WRITE-CHAPTERS.
           PERFORM MAIN-360-WRITE-STATE.
           PERFORM MAIN-810-WRITE-INGEST-FOOTER.
       MAIN-300-EXIT.
           CONTINUE.
      *-------------------------------------*
      *サンプル台帳の読込
      *-------------------------------------*
       MAIN-310-LOAD-CATALOG.
           MOVE 0 TO SAMP-COUNT.
           OPEN INPUT CATFILE.
           IF CAT-STS = "00"
               PERFORM UNTIL CAT-STS NOT = ZERO
                   READ CATFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CAT-LINE TO CAT-REC
                        IF CAT-REC NOT = SPACE
                           AND CAT-REC(1:1) NOT = "*"
                           PERFORM MAIN-315-ADD-CATALOG-ENTRY
                        END-IF
               END-PERFORM
               CLOSE CATFILE
           END-IF.
      *-------------------------------------*
       MAIN-315-ADD-CATALOG-ENTRY.
           IF SAMP-COUNT >= 4000
               DISPLAY "AUTOSAMPLE: sample table full (4000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO CAT-ID CAT-PAGE CAT-START CAT-LANG
                         CAT-CHAPTER.
           MOVE 1 TO WS-CAT-PTR.
           UNSTRING CAT-REC DELIMITED BY SPACE
                    INTO CAT-ID CAT-PAGE CAT-START CAT-LANG
                    WITH POINTER WS-CAT-PTR.
           IF WS-CAT-PTR <= 500
               MOVE CAT-REC(WS-CAT-PTR:) TO CAT-CHAPTER
           END-IF.
           ADD 1 TO SAMP-COUNT.
           MOVE CAT-ID      TO SAMP-ID(SAMP-COUNT).
           MOVE CAT-PAGE    TO SAMP-PAGE(SAMP-COUNT).
           IF CAT-START IS NUMERIC
               MOVE CAT-START TO SAMP-START(SAMP-COUNT)
           ELSE
               MOVE 0 TO SAMP-START(SAMP-COUNT)
           END-IF.
           MOVE CAT-LANG    TO SAMP-LANG(SAMP-COUNT).
           MOVE CAT-CHAPTER TO SAMP-CHAPTER(SAMP-COUNT).
           MOVE SPACE TO SAMP-STATUS(SAMP-COUNT)
                         SAMP-LAST-DATE(SAMP-COUNT)
                         SAMP-BROKE-DATE(SAMP-COUNT)
                         SAMP-PASS-DATE(SAMP-COUNT)
                         SAMP-MESSAGE(SAMP-COUNT).
           MOVE 'N' TO SAMP-NEW-FAIL(SAMP-COUNT)
                       SAMP-HAS-RESULT(SAMP-COUNT).
      *-------------------------------------*
      *前回までの結果の持越し
      *"ID 状態 最終結果日 失敗し始めた日 最後に通った日 メッセージ"
      *（日付の無い項目は"-"。台帳から消えたサンプルは読み捨てる）
      *-------------------------------------*
       MAIN-320-LOAD-STATE.
           OPEN INPUT STATEFILE.
           IF STATE-STS = "00"
               PERFORM UNTIL STATE-STS NOT = ZERO
                   READ STATEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE STATE-LINE TO STATE-REC
                        IF STATE-REC NOT = SPACE
                           AND STATE-REC(1:1) NOT = "*"
                           PERFORM MAIN-325-APPLY-STATE
                        END-IF
               END-PERFORM
               CLOSE STATEFILE
           END-IF.
      *-------------------------------------*
       MAIN-325-APPLY-STATE.
           MOVE SPACE TO ST-ID ST-STATUS ST-LAST-DATE ST-BROKE-DATE
                         ST-PASS-DATE ST-MESSAGE.
           MOVE 1 TO WS-ST-PTR.
           UNSTRING STATE-REC DELIMITED BY SPACE
                    INTO ST-ID ST-STATUS ST-LAST-DATE ST-BROKE-DATE
                         ST-PASS-DATE
                    WITH POINTER WS-ST-PTR.
           IF WS-ST-PTR <= 400
               MOVE STATE-REC(WS-ST-PTR:) TO ST-MESSAGE
           END-IF.
           MOVE ST-ID TO RES-ID.
           PERFORM MAIN-340-FIND-SAMPLE.
           IF WS-SAMP-MATCH > 0
               MOVE ST-STATUS    TO SAMP-STATUS(WS-SAMP-MATCH)
               MOVE ST-LAST-DATE TO SAMP-LAST-DATE(WS-SAMP-MATCH)
               IF ST-BROKE-DATE NOT = "-"
                   MOVE ST-BROKE-DATE
                        TO SAMP-BROKE-DATE(WS-SAMP-MATCH)
               END-IF
               IF ST-PASS-DATE NOT = "-"
                   MOVE ST-PASS-DATE
                        TO SAMP-PASS-DATE(WS-SAMP-MATCH)
               END-IF
               MOVE ST-MESSAGE   TO SAMP-MESSAGE(WS-SAMP-MATCH)
           END-IF.
      *-------------------------------------*
      *結果1行分（サンプルID PASS|FAIL メッセージ）
      *-------------------------------------*
       MAIN-330-ONE-RESULT.
           MOVE SPACE TO RES-ID RES-STATUS RES-MESSAGE.
           MOVE 1 TO WS-RES-PTR.
           UNSTRING RES-REC DELIMITED BY ALL SPACE
                    INTO RES-ID RES-STATUS
                    WITH POINTER WS-RES-PTR.
           IF WS-RES-PTR <= 300
               MOVE RES-REC(WS-RES-PTR:) TO RES-MESSAGE
           END-IF.
           INSPECT RES-STATUS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF RES-STATUS NOT = "PASS" AND RES-STATUS NOT = "FAIL"
               ADD 1 TO WS-INVALID
               MOVE SPACE TO RPT-TEXT
               STRING "invalid result line ignored: "
                                      DELIMITED BY SIZE
                      RES-REC(1:200)  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-330-EXIT
           END-IF.
           PERFORM MAIN-340-FIND-SAMPLE.
           IF WS-SAMP-MATCH = 0
               ADD 1 TO WS-UNKNOWN
               MOVE SPACE TO RPT-TEXT
               STRING RES-ID  DELIMITED BY SPACE
                      " : UNKNOWN SAMPLE - not in the catalog"
                              DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-330-EXIT
           END-IF.
           ADD 1 TO WS-RESULTS.
           MOVE 'Y' TO SAMP-HAS-RESULT(WS-SAMP-MATCH).
           IF RES-STATUS = "PASS"
               ADD 1 TO WS-PASSED
               IF SAMP-STATUS(WS-SAMP-MATCH) = "FAIL"
                   ADD 1 TO WS-FIXED
               END-IF
               MOVE SPACE TO SAMP-BROKE-DATE(WS-SAMP-MATCH)
               MOVE WS-RUN-DATE TO SAMP-PASS-DATE(WS-SAMP-MATCH)
           ELSE
               ADD 1 TO WS-FAILED
      *通っていたサンプル（または初回）が失敗したらその日を記録する
               IF SAMP-STATUS(WS-SAMP-MATCH) NOT = "FAIL"
                   ADD 1 TO WS-NEWLY-BROKEN
                   MOVE 'Y' TO SAMP-NEW-FAIL(WS-SAMP-MATCH)
                   MOVE WS-RUN-DATE TO SAMP-BROKE-DATE(WS-SAMP-MATCH)
               END-IF
           END-IF.
           MOVE RES-STATUS(1:4) TO SAMP-STATUS(WS-SAMP-MATCH).
           MOVE WS-RUN-DATE TO SAMP-LAST-DATE(WS-SAMP-MATCH).
           MOVE RES-MESSAGE TO SAMP-MESSAGE(WS-SAMP-MATCH).
       MAIN-330-EXIT.
           CONTINUE.
      *-------------------------------------*
      *RES-IDのサンプルを台帳から引く
      *-------------------------------------*
       MAIN-340-FIND-SAMPLE.
           MOVE 0 TO WS-SAMP-MATCH.
           PERFORM VARYING SAMP-IDX FROM 1 BY 1
                     UNTIL SAMP-IDX > SAMP-COUNT
                        OR WS-SAMP-MATCH > 0
               IF SAMP-ID(SAMP-IDX) = RES-ID
                   SET WS-SAMP-MATCH TO SAMP-IDX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *章ごとの失敗サンプル一覧（台帳はTOC掲載順なので章ごとに並ぶ）
      *今回の結果が無いサンプルも、前回までに失敗していれば載せる
      *-------------------------------------*
       MAIN-350-WRITE-CHAPTERS.
           MOVE HIGH-VALUE TO WS-CUR-CHAPTER.
           PERFORM VARYING SAMP-IDX FROM 1 BY 1
                     UNTIL SAMP-IDX > SAMP-COUNT
               IF SAMP-HAS-RESULT(SAMP-IDX) = 'N'
                   ADD 1 TO WS-NO-RESULT
               END-IF
               IF SAMP-STATUS(SAMP-IDX) = "FAIL"
                   ADD 1 TO WS-FAILING-NOW
                   IF SAMP-CHAPTER(SAMP-IDX) NOT = WS-CUR-CHAPTER
                       MOVE SAMP-CHAPTER(SAMP-IDX) TO WS-CUR-CHAPTER
                       MOVE SPACE TO RPT-TEXT
                       STRING "## "          DELIMITED BY SIZE
                              WS-CUR-CHAPTER DELIMITED BY SIZE
                              INTO RPT-TEXT
                       MOVE RPT-TEXT TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   PERFORM MAIN-355-WRITE-FAILURE
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *"  ID ページ line 行 FAIL since 日付 [NEWLY BROKEN]
      *   [(last pass 日付)]"
      *"    メッセージ"
      *-------------------------------------*
       MAIN-355-WRITE-FAILURE.
           MOVE SPACE TO RPT-TEXT.
           MOVE 1 TO WS-RPT-PTR.
           STRING "  "                     DELIMITED BY SIZE
                  SAMP-ID(SAMP-IDX)        DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  SAMP-PAGE(SAMP-IDX)      DELIMITED BY SPACE
                  " line "                 DELIMITED BY SIZE
                  SAMP-START(SAMP-IDX)     DELIMITED BY SIZE
                  " FAIL since "           DELIMITED BY SIZE
                  SAMP-BROKE-DATE(SAMP-IDX)
                                           DELIMITED BY SIZE
                  INTO RPT-TEXT WITH POINTER WS-RPT-PTR.
           IF SAMP-NEW-FAIL(SAMP-IDX) = 'Y'
               STRING " NEWLY BROKEN"      DELIMITED BY SIZE
                      INTO RPT-TEXT WITH POINTER WS-RPT-PTR
           END-IF.
           IF SAMP-PASS-DATE(SAMP-IDX) NOT = SPACE
               STRING " (last pass "            DELIMITED BY SIZE
                      SAMP-PASS-DATE(SAMP-IDX)  DELIMITED BY SIZE
                      ")"                       DELIMITED BY SIZE
                      INTO RPT-TEXT WITH POINTER WS-RPT-PTR
           END-IF.
           IF SAMP-HAS-RESULT(SAMP-IDX) = 'N'
               STRING " - no result this run"  DELIMITED BY SIZE
                      INTO RPT-TEXT WITH POINTER WS-RPT-PTR
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF SAMP-MESSAGE(SAMP-IDX) NOT = SPACE
               MOVE SPACE TO RPT-TEXT
               STRING "    "                  DELIMITED BY SIZE
                      SAMP-MESSAGE(SAMP-IDX)  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *結果の持越し状態を書き戻す（台帳の全サンプル分）
      *-------------------------------------*
       MAIN-360-WRITE-STATE.
           OPEN OUTPUT STATEFILE.
           MOVE SPACE TO STATE-LINE.
           STRING "* AUTOSAMPLE results: id status last-result "
                                       DELIMITED BY SIZE
                  "broke-since last-pass message"
                                       DELIMITED BY SIZE
                  INTO STATE-LINE.
           WRITE STATE-LINE.
           PERFORM VARYING SAMP-IDX FROM 1 BY 1
                     UNTIL SAMP-IDX > SAMP-COUNT
               IF SAMP-STATUS(SAMP-IDX) NOT = SPACE
                   IF SAMP-BROKE-DATE(SAMP-IDX) = SPACE
                       MOVE "-" TO SAMP-BROKE-DATE(SAMP-IDX)
                   END-IF
                   IF SAMP-PASS-DATE(SAMP-IDX) = SPACE
                       MOVE "-" TO SAMP-PASS-DATE(SAMP-IDX)
                   END-IF
                   MOVE SPACE TO STATE-LINE
                   STRING SAMP-ID(SAMP-IDX)         DELIMITED BY SPACE
                          " "                       DELIMITED BY SIZE
                          SAMP-STATUS(SAMP-IDX)     DELIMITED BY SPACE
                          " "                       DELIMITED BY SIZE
                          SAMP-LAST-DATE(SAMP-IDX)  DELIMITED BY SPACE
                          " "                       DELIMITED BY SIZE
                          SAMP-BROKE-DATE(SAMP-IDX) DELIMITED BY SPACE
                          " "                       DELIMITED BY SIZE
                          SAMP-PASS-DATE(SAMP-IDX)  DELIMITED BY SPACE
                          " "                       DELIMITED BY SIZE
                          SAMP-MESSAGE(SAMP-IDX)    DELIMITED BY SIZE
                          INTO STATE-LINE
                   WRITE STATE-LINE
               END-IF
           END-PERFORM.
           CLOSE STATEFILE.
      *-------------------------------------*
      *末尾の空白を除いた文字列長を求める（1文字以上は必ず残す）
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
       MAIN-800-WRITE-EXTRACT-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-scanned="     DELIMITED BY SIZE
                  WS-PAGES-SCANNED     DELIMITED BY SIZE
                  " samples="          DELIMITED BY SIZE
                  WS-SAMPLES           DELIMITED BY SIZE
                  " other-blocks="     DELIMITED BY SIZE
                  WS-OTHER-BLOCKS      DELIMITED BY SIZE
                  " unclosed-fences="  DELIMITED BY SIZE
                  WS-OPEN-FENCES       DELIMITED BY SIZE
                  " source-missing="   DELIMITED BY SIZE
                  WS-MISSING           DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-MISSING > 0 OR WS-OPEN-FENCES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
      *-------------------------------------*
       MAIN-810-WRITE-INGEST-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           MOVE SAMP-COUNT TO WS-SAMPLES-D.
           STRING "samples="           DELIMITED BY SIZE
                  WS-SAMPLES-D         DELIMITED BY SIZE
                  " results="          DELIMITED BY SIZE
                  WS-RESULTS           DELIMITED BY SIZE
                  " pass="             DELIMITED BY SIZE
                  WS-PASSED            DELIMITED BY SIZE
                  " fail="             DELIMITED BY SIZE
                  WS-FAILED            DELIMITED BY SIZE
                  " failing="          DELIMITED BY SIZE
                  WS-FAILING-NOW       DELIMITED BY SIZE
                  " newly-broken="     DELIMITED BY SIZE
                  WS-NEWLY-BROKEN      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "fixed="             DELIMITED BY SIZE
                  WS-FIXED             DELIMITED BY SIZE
                  " no-result="        DELIMITED BY SIZE
                  WS-NO-RESULT         DELIMITED BY SIZE
                  " unknown="          DELIMITED BY SIZE
                  WS-UNKNOWN           DELIMITED BY SIZE
                  " invalid="          DELIMITED BY SIZE
                  WS-INVALID           DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-FAILING-NOW > 0 OR WS-UNKNOWN > 0 OR WS-INVALID > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
