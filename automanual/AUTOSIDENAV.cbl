       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOSIDENAV.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。サイトのサイドバーのメニュー
      *                        データ（sidebar_nav.yml）をTOC.mdの
      *                        章・節・ページの階層から書き出す。
      *                        従来は手で保守していたため、掲載順・
      *                        タイトル・退役ページがTOC.mdやページ
      *                        内のブレッドクラムと食い違っていた。
      *                        ・タイトルは変換元（old/）のフロント
      *                        　マターのtitle:、無ければTOCの表示名
      *                        ・リンクはTOC-BASE-URL配下の.html
      *                        ・PAIR-FILE設定時は英語側の木も
      *                        　PAIR-EN-BASE配下で書く（章・節名は
      *                        　日本語側TOCのまま）
      *                        ・除外リスト掲載ページと、マニフェスト
      *                        　の公開日が未来の（保留中の）ページは
      *                        　載せない
      *                        ・前回書き出したファイルと突き合わせ、
      *                        　追加・削除・改題・移動・順序変更を
      *                        　報告する
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
           SELECT    CONFIGFILE    ASSIGN         TO   DYNAMIC
                                                       CONFIG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CFG-STS.
           SELECT    EXCLFILE      ASSIGN         TO   DYNAMIC
                                                       EXCLUDE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXCL-STS.
           SELECT    MANIFESTFILE  ASSIGN         TO   DYNAMIC
                                                       MANIFEST-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   MANI-STS.
           SELECT    PAIRFILE      ASSIGN         TO   DYNAMIC
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    NAVFILE       ASSIGN         TO   DYNAMIC
                                                       NAV-EXPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   NAV-STS.
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
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(250).
       FD  MANIFESTFILE.
       01  MANI-LINE               PIC X(300).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  NAVFILE.
       01  NAV-REC                 PIC X(600).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  MANI-STS                 PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  NAV-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  MANIFEST-PATH            PIC X(256)  VALUE "manifest.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  PAGE-FILE-PATH           PIC X(256).
       01  NAV-EXPORT-PATH          PIC X(256)
                                    VALUE "sidebar_nav.yml".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autosidenav_report.log".
      *起動引数（マニフェストファイル。省略時はmanifest.lst）
       01  WRK-STRING               PIC X(250).
      *TOCのベースURLとそこから導いた公開ディレクトリURL
       01  TOC-BASE-URL             PIC X(250).
       01  WS-BASE-DIR              PIC X(250)  VALUE SPACE.
       01  WS-BASE-DIR-LEN          PIC 9(03) COMP VALUE 0.
       01  PAIR-EN-BASE             PIC X(250)  VALUE SPACE.
       01  WS-EN-BASE-LEN           PIC 9(03) COMP VALUE 0.
       01  WS-URL-IDX               PIC 9(03) COMP VALUE 0.
       01  WS-URL-SLASH-POS         PIC 9(03) COMP VALUE 0.
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *除外リスト（メニューに載せないページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
      *TOC.mdを読み込んだ目次テーブル（AUTOMANUALと同じ解釈）
       01  TOC-TABLE.
           05  TOC-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
               10  TOC-FILENAME     PIC X(250).
               10  TOC-TITLE        PIC X(100).
               10  TOC-CHAPTER      PIC X(80).
               10  TOC-SECTION      PIC X(80).
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-CUR-CHAPTER          PIC X(80)   VALUE SPACE.
       01  TOC-CUR-SECTION          PIC X(80)   VALUE SPACE.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *マニフェストで公開日が未来の（保留中の）ページ
       01  HELD-TABLE.
           05  HELD-ENTRY           OCCURS 2000 TIMES
                                     INDEXED BY HELD-IDX.
               10  HELD-NAME        PIC X(250).
               10  HELD-DATE        PIC X(08).
       01  HELD-COUNT               PIC 9(04) COMP VALUE 0.
       01  MANI-REC                 PIC X(300).
       01  WS-MANI-NAME             PIC X(250).
       01  WS-MANI-DATE             PIC X(08).
       01  WS-RUN-DATE              PIC X(08).
      *日英ページ対応表
       01  PAIR-TABLE.
           05  PAIR-ENTRY           OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
               10  PAIR-JA          PIC X(250).
               10  PAIR-EN          PIC X(250).
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  PAIR-REC                 PIC X(500).
       01  PAIR-P1                  PIC X(250).
       01  PAIR-P2                  PIC X(250).
      *今回書き出すメニュー項目（木の順。NV-PATHは"章 > 節"）
      *タイトル・パスはYAMLのエスケープ済みの形で持つ
       01  NV-TABLE.
           05  NV-ENTRY             OCCURS 3000 TIMES.
               10  NV-TREE          PIC X(02).
               10  NV-URL           PIC X(300).
               10  NV-TITLE         PIC X(300).
               10  NV-CHAPTER       PIC X(100).
               10  NV-SECTION       PIC X(100).
               10  NV-PATH          PIC X(210).
               10  NV-MATCH         PIC 9(04) COMP.
       01  NV-COUNT                 PIC 9(04) COMP VALUE 0.
       01  NV-IX                    PIC 9(04) COMP VALUE 0.
      *前回書き出したメニュー項目（PV-MATCHは今回の項目の位置）
       01  PV-TABLE.
           05  PV-ENTRY             OCCURS 3000 TIMES.
               10  PV-TREE          PIC X(02).
               10  PV-URL           PIC X(300).
               10  PV-TITLE         PIC X(300).
               10  PV-PATH          PIC X(210).
               10  PV-MATCH         PIC 9(04) COMP.
       01  PV-COUNT                 PIC 9(04) COMP VALUE 0.
       01  PV-IX                    PIC 9(04) COMP VALUE 0.
       01  SW-PREV-FOUND            PIC X       VALUE 'N'.
      *前回ファイルの解析（"- title:"の字下げで階層を知る）
       01  PV-LINE                  PIC X(600).
       01  PV-CUR-TREE              PIC X(02)   VALUE SPACE.
       01  PV-PEND-TITLE            PIC X(300)  VALUE SPACE.
       01  PV-PEND-DEPTH            PIC 9(02) COMP VALUE 0.
       01  PV-GROUPS.
           05  PV-GROUP             PIC X(100) OCCURS 2 TIMES.
       01  PV-FIRST-POS             PIC 9(03) COMP.
       01  PV-VALUE-POS             PIC 9(03) COMP.
       01  PV-VALUE-LEN             PIC 9(03) COMP.
       01  PV-DEPTH                 PIC 9(02) COMP.
      *1ページ分の組み立て
       01  WS-LOOKUP-NAME           PIC X(250).
       01  WS-PAGE-NAME             PIC X(250).
       01  WS-NAME-LEN              PIC 9(03) COMP.
       01  WS-URL-BASE              PIC X(250).
       01  WS-URL-BASE-LEN          PIC 9(03) COMP.
       01  WS-CUR-TREE              PIC X(02).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
       01  SW-HELD                  PIC X       VALUE 'N'.
       01  WS-HELD-UNTIL            PIC X(08).
       01  WS-COUNTERPART           PIC X(250).
      *変換元ページのフロントマターのtitle:と最初の"# "見出し
       01  FM-KEY                   PIC X(50).
       01  FM-VALUE                 PIC X(250).
       01  FM-TITLE                 PIC X(250).
       01  WS-H1-TITLE              PIC X(250).
       01  WS-PAGE-LINES            PIC 9(05).
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-TITLE-DONE            PIC X       VALUE 'N'.
       01  WS-USE-TITLE             PIC X(250).
      *YAMLの二重引用符文字列のエスケープ（"と\の前に\）
       01  WS-ESC-IN                PIC X(250).
       01  WS-ESC-OUT               PIC X(300).
       01  WS-ESC-LEN               PIC 9(03) COMP.
       01  WS-ESC-IX                PIC 9(03) COMP.
       01  WS-ESC-PTR               PIC 9(03) COMP.
      *メニューファイルの書き出し
       01  WS-OUT-LINE              PIC X(600).
       01  WS-OUT-PTR               PIC 9(03) COMP.
       01  WS-IND                   PIC 9(03) COMP.
       01  WS-DEPTH                 PIC 9(02) COMP.
       01  WS-W-CHAPTER             PIC X(100).
       01  WS-W-SECTION             PIC X(100).
       01  SW-TREE-STARTED          PIC X       VALUE 'N'.
       01  WS-KEY-TEXT              PIC X(20).
       01  WS-VAL-TEXT              PIC X(300).
       01  WS-VAL-LEN               PIC 9(03) COMP.
       01  WS-VAL-TEXT2             PIC X(300).
       01  WS-VAL-LEN2              PIC 9(03) COMP.
      *突き合わせ（順序は両方にある項目だけで直前の項目を比べる）
       01  WS-NV-PREV-URL           PIC X(300).
       01  WS-PV-PREV-URL           PIC X(300).
       01  WS-SCAN-IX               PIC 9(04) COMP.
       01  WS-DIFF-KIND             PIC X(10).
       01  WS-DIFF-TEXT             PIC X(250).
      *件数集計
       01  WS-ITEMS-JA              PIC 9(05)  VALUE 0.
       01  WS-ITEMS-EN              PIC 9(05)  VALUE 0.
       01  WS-EXCLUDED              PIC 9(05)  VALUE 0.
       01  WS-HELD                  PIC 9(05)  VALUE 0.
       01  WS-FM-TITLES             PIC 9(05)  VALUE 0.
       01  WS-ADDED                 PIC 9(05)  VALUE 0.
       01  WS-REMOVED               PIC 9(05)  VALUE 0.
       01  WS-RETITLED              PIC 9(05)  VALUE 0.
       01  WS-MOVED                 PIC 9(05)  VALUE 0.
       01  WS-REORDERED             PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      *トリム（末尾スペース除去長計算）共通作業領域
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-LINE-LEN              PIC 9(03) COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           MOVE SPACE TO TOC-BASE-URL.
           STRING "https://opensourcecobol.github.io/markdown/"
                  "TOC.html"
                  DELIMITED BY SIZE INTO TOC-BASE-URL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM MAIN-005-LOAD-CONFIG.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           IF WRK-STRING NOT = SPACE
               UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                        INTO MANIFEST-PATH
           END-IF.
           PERFORM MAIN-006-DERIVE-BASE-DIR.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-HELD.
           PERFORM MAIN-040-LOAD-PAIRS.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOSIDENAV sidebar navigation export report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - no navigation written"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
      *前回の出力は上書きする前に読み込んでおく
           PERFORM MAIN-050-LOAD-PREVIOUS.
      *日本語側をTOCの掲載順に
           MOVE "ja" TO WS-CUR-TREE.
           MOVE WS-BASE-DIR     TO WS-URL-BASE.
           MOVE WS-BASE-DIR-LEN TO WS-URL-BASE-LEN.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-100-BUILD-JA-ENTRY THRU MAIN-100-EXIT
           END-PERFORM.
      *英語側も日本語側TOCの掲載順に（対応表に無いページは載らない）
           IF PAIR-FILE-PATH NOT = SPACE AND WS-EN-BASE-LEN = 0
               MOVE "PAIR-EN-BASE not set - English tree not written"
                    TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF PAIR-COUNT > 0 AND WS-EN-BASE-LEN > 0
               MOVE "en" TO WS-CUR-TREE
               MOVE PAIR-EN-BASE   TO WS-URL-BASE
               MOVE WS-EN-BASE-LEN TO WS-URL-BASE-LEN
               PERFORM VARYING TOC-IDX FROM 1 BY 1
                         UNTIL TOC-IDX > TOC-COUNT
                   PERFORM MAIN-110-BUILD-EN-ENTRY THRU MAIN-110-EXIT
               END-PERFORM
           END-IF.
           PERFORM MAIN-200-WRITE-NAV-FILE THRU MAIN-200-EXIT.
           IF NAV-STS NOT = "00"
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-300-COMPARE-PREVIOUS.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルの読込
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
                           UNSTRING CFG-REC DELIMITED BY "="
                                    INTO CFG-KEY CFG-VALUE
                           IF CFG-KEY = "TOC-BASE-URL"
                              MOVE CFG-VALUE TO TOC-BASE-URL
                           END-IF
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                           IF CFG-KEY = "PAIR-EN-BASE"
                              MOVE CFG-VALUE TO PAIR-EN-BASE
                           END-IF
                           IF CFG-KEY = "NAV-EXPORT-FILE"
                              MOVE CFG-VALUE TO NAV-EXPORT-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *TOC-BASE-URLから公開ディレクトリURL（最後の"/"の手前まで）を
      *導く。PAIR-EN-BASEは末尾の"/"を落として長さを覚える
      *-------------------------------------*
       MAIN-006-DERIVE-BASE-DIR.
           MOVE TOC-BASE-URL TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE 0 TO WS-URL-SLASH-POS.
           PERFORM VARYING WS-URL-IDX FROM 1 BY 1
                     UNTIL WS-URL-IDX > WS-TRIM-LEN
               IF TOC-BASE-URL(WS-URL-IDX:1) = "/"
                   MOVE WS-URL-IDX TO WS-URL-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-BASE-DIR.
           IF WS-URL-SLASH-POS > 1
               MOVE TOC-BASE-URL(1:WS-URL-SLASH-POS - 1)
                    TO WS-BASE-DIR
               COMPUTE WS-BASE-DIR-LEN = WS-URL-SLASH-POS - 1
           ELSE
               MOVE TOC-BASE-URL(1:WS-TRIM-LEN) TO WS-BASE-DIR
               MOVE WS-TRIM-LEN TO WS-BASE-DIR-LEN
           END-IF.
           MOVE 0 TO WS-EN-BASE-LEN.
           IF PAIR-EN-BASE NOT = SPACE
               MOVE PAIR-EN-BASE TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-EN-BASE-LEN
               IF WS-EN-BASE-LEN > 1
                   AND PAIR-EN-BASE(WS-EN-BASE-LEN:1) = "/"
                   SUBTRACT 1 FROM WS-EN-BASE-LEN
               END-IF
           END-IF.
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
      *TOC.mdの読込（章・節・表示名付きの掲載順ページ一覧）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE TOC-LINE TO TOC-REC
                        PERFORM MAIN-025-PARSE-TOC-LINE
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
       MAIN-025-PARSE-TOC-LINE.
           IF TOC-REC(1:4) = "### "
               MOVE TOC-REC(5:) TO TOC-CUR-SECTION
           ELSE
               IF TOC-REC(1:3) = "## "
                   MOVE TOC-REC(4:) TO TOC-CUR-CHAPTER
                   MOVE SPACE TO TOC-CUR-SECTION
               ELSE
                   IF TOC-REC(1:3) = "- ["
                       IF TOC-COUNT >= 2000
                           DISPLAY "AUTOSIDENAV: TOC table full "
                                   "(2000) - cannot continue"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       UNSTRING TOC-REC DELIMITED BY "]("
                                INTO TOC-PART1 TOC-PART2
                       UNSTRING TOC-PART2 DELIMITED BY ")"
                                INTO TOC-PART2
                       ADD 1 TO TOC-COUNT
                       MOVE TOC-PART2       TO TOC-FILENAME(TOC-COUNT)
                       MOVE TOC-PART1(4:)   TO TOC-TITLE(TOC-COUNT)
                       MOVE TOC-CUR-CHAPTER TO TOC-CHAPTER(TOC-COUNT)
                       MOVE TOC-CUR-SECTION TO TOC-SECTION(TOC-COUNT)
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *マニフェストの読込（「ページ名 [公開日YYYYMMDD]」）
      *公開日が今日より後のページはAUTOMANUALが保留にするので
      *メニューにも載せない（マニフェストが無ければ保留なし）
      *-------------------------------------*
       MAIN-030-LOAD-HELD.
           MOVE 0 TO HELD-COUNT.
           OPEN INPUT MANIFESTFILE.
           IF MANI-STS = "00"
               PERFORM UNTIL MANI-STS NOT = ZERO
                   READ MANIFESTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE MANI-LINE TO MANI-REC
                        IF MANI-REC NOT = SPACE
                           AND MANI-REC(1:1) NOT = "*"
                           MOVE SPACE TO WS-MANI-NAME WS-MANI-DATE
                           UNSTRING MANI-REC DELIMITED BY SPACE
                                    INTO WS-MANI-NAME WS-MANI-DATE
                           IF WS-MANI-DATE NOT = SPACE
                              AND WS-MANI-DATE > WS-RUN-DATE
                              IF HELD-COUNT >= 2000
                                  DISPLAY "AUTOSIDENAV: held table "
                                          "full (2000) - cannot "
                                          "continue"
                                  MOVE 8 TO RETURN-CODE
                                  STOP RUN
                              END-IF
                              ADD 1 TO HELD-COUNT
                              MOVE WS-MANI-NAME
                                   TO HELD-NAME(HELD-COUNT)
                              MOVE WS-MANI-DATE
                                   TO HELD-DATE(HELD-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE MANIFESTFILE
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の読込
      *-------------------------------------*
       MAIN-040-LOAD-PAIRS.
           MOVE 0 TO PAIR-COUNT.
           IF PAIR-FILE-PATH = SPACE
               CONTINUE
           ELSE
               OPEN INPUT PAIRFILE
               IF PAIR-STS = "00"
                   PERFORM UNTIL PAIR-STS NOT = ZERO
                       READ PAIRFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            MOVE PAIR-LINE TO PAIR-REC
                            IF PAIR-REC NOT = SPACE
                               AND PAIR-REC(1:1) NOT = "*"
                               IF PAIR-COUNT >= 1000
                                   DISPLAY "AUTOSIDENAV: pair table "
                                           "full (1000) - cannot "
                                           "continue"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               MOVE SPACE TO PAIR-P1 PAIR-P2
                               UNSTRING PAIR-REC DELIMITED BY SPACE
                                        INTO PAIR-P1 PAIR-P2
                               IF PAIR-P1 NOT = SPACE
                                  AND PAIR-P2 NOT = SPACE
                                  ADD 1 TO PAIR-COUNT
                                  MOVE PAIR-P1
                                       TO PAIR-JA(PAIR-COUNT)
                                  MOVE PAIR-P2
                                       TO PAIR-EN(PAIR-COUNT)
                               END-IF
                            END-IF
                   END-PERFORM
                   CLOSE PAIRFILE
               END-IF
           END-IF.
      *-------------------------------------*
      *前回書き出したメニューファイルの読込
      *自分の書く形（MAIN-200）だけを読めればよい。"- title:"の
      *字下げ（2＋4×深さ）で階層を知り、"children:"で章・節、
      *"url:"でページと判断する
      *-------------------------------------*
       MAIN-050-LOAD-PREVIOUS.
           MOVE 0 TO PV-COUNT.
           MOVE 'N' TO SW-PREV-FOUND.
           OPEN INPUT NAVFILE.
           IF NAV-STS = "00"
               MOVE 'Y' TO SW-PREV-FOUND
               PERFORM UNTIL NAV-STS NOT = ZERO
                   READ NAVFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE NAV-REC TO PV-LINE
                        IF PV-LINE NOT = SPACE
                           AND PV-LINE(1:1) NOT = "#"
                           PERFORM MAIN-055-PARSE-PREVIOUS-LINE
                        END-IF
               END-PERFORM
               CLOSE NAVFILE
           END-IF.
      *-------------------------------------*
       MAIN-055-PARSE-PREVIOUS-LINE.
           IF PV-LINE(1:1) NOT = SPACE
               MOVE PV-LINE(1:2) TO PV-CUR-TREE
               MOVE SPACE TO PV-GROUP(1) PV-GROUP(2)
           ELSE
               MOVE 1 TO PV-FIRST-POS
               PERFORM UNTIL PV-FIRST-POS >= 600
                             OR PV-LINE(PV-FIRST-POS:1) NOT = SPACE
                   ADD 1 TO PV-FIRST-POS
               END-PERFORM
               PERFORM MAIN-291-CALC-LINE-LEN
               EVALUATE TRUE
                   WHEN PV-LINE(PV-FIRST-POS:9) = "- title: "
                       COMPUTE PV-PEND-DEPTH = (PV-FIRST-POS - 3) / 4
                       COMPUTE PV-VALUE-POS = PV-FIRST-POS + 9
                       PERFORM MAIN-056-UNQUOTE-VALUE
                       MOVE SPACE TO PV-PEND-TITLE
                       IF PV-VALUE-LEN > 0
                           MOVE PV-LINE(PV-VALUE-POS:PV-VALUE-LEN)
                                TO PV-PEND-TITLE
                       END-IF
                   WHEN PV-LINE(PV-FIRST-POS:9) = "children:"
                       IF PV-PEND-DEPTH < 2
                           MOVE PV-PEND-TITLE
                                TO PV-GROUP(PV-PEND-DEPTH + 1)
                       END-IF
                       IF PV-PEND-DEPTH = 0
                           MOVE SPACE TO PV-GROUP(2)
                       END-IF
                   WHEN PV-LINE(PV-FIRST-POS:5) = "url: "
                       PERFORM MAIN-057-ADD-PREVIOUS-ENTRY
               END-EVALUATE
           END-IF.
      *-------------------------------------*
      *PV-VALUE-POSから行末までの"..."の中身の位置と長さを求める
      *-------------------------------------*
       MAIN-056-UNQUOTE-VALUE.
           MOVE 0 TO PV-VALUE-LEN.
           IF PV-LINE(PV-VALUE-POS:1) = """"
               AND WS-LINE-LEN > PV-VALUE-POS
               ADD 1 TO PV-VALUE-POS
               COMPUTE PV-VALUE-LEN = WS-LINE-LEN - PV-VALUE-POS
           END-IF.
      *-------------------------------------*
       MAIN-057-ADD-PREVIOUS-ENTRY.
           IF PV-COUNT >= 3000
               DISPLAY "AUTOSIDENAV: previous navigation table full "
                       "(3000) - cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE PV-VALUE-POS = PV-FIRST-POS + 5.
           PERFORM MAIN-056-UNQUOTE-VALUE.
           ADD 1 TO PV-COUNT.
           MOVE PV-CUR-TREE   TO PV-TREE(PV-COUNT).
           MOVE PV-PEND-TITLE TO PV-TITLE(PV-COUNT).
           MOVE SPACE TO PV-URL(PV-COUNT) PV-PATH(PV-COUNT).
           MOVE 0 TO PV-MATCH(PV-COUNT).
           IF PV-VALUE-LEN > 0
               MOVE PV-LINE(PV-VALUE-POS:PV-VALUE-LEN)
                    TO PV-URL(PV-COUNT)
           END-IF.
      *ページの深さまでの章・節をつないでパスにする
           COMPUTE PV-DEPTH = (PV-FIRST-POS - 5) / 4.
           IF PV-DEPTH = 1
               MOVE PV-GROUP(1) TO PV-PATH(PV-COUNT)
           END-IF.
           IF PV-DEPTH > 1
               MOVE PV-GROUP(1) TO WS-VAL-TEXT
               MOVE PV-GROUP(2) TO WS-VAL-TEXT2
               PERFORM MAIN-160-JOIN-PATH
               MOVE WS-OUT-LINE TO PV-PATH(PV-COUNT)
           END-IF.
      *-------------------------------------*
      *日本語側1ページ分の項目を作る
      *-------------------------------------*
       MAIN-100-BUILD-JA-ENTRY.
           MOVE TOC-FILENAME(TOC-IDX) TO WS-LOOKUP-NAME WS-PAGE-NAME.
           PERFORM MAIN-120-CHECK-EXCLUDED.
           IF SW-EXCLUDED = 'Y'
               ADD 1 TO WS-EXCLUDED
               GO TO MAIN-100-EXIT
           END-IF.
           PERFORM MAIN-125-CHECK-HELD.
           IF SW-HELD = 'Y'
               ADD 1 TO WS-HELD
               PERFORM MAIN-126-REPORT-HELD
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"       DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-130-READ-PAGE-TITLE THRU MAIN-130-EXIT.
           IF FM-TITLE NOT = SPACE
               MOVE FM-TITLE TO WS-USE-TITLE
               ADD 1 TO WS-FM-TITLES
           ELSE
               MOVE TOC-TITLE(TOC-IDX) TO WS-USE-TITLE
           END-IF.
           PERFORM MAIN-140-ADD-ENTRY.
           ADD 1 TO WS-ITEMS-JA.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *英語側1ページ分の項目を作る（日本語側TOCのページの対応先）
      *日本語側が除外・保留なら英語側も載せない。タイトルは英語側
      *のフロントマター、無ければ本文の"# "見出し、それも無ければ
      *TOCの表示名
      *-------------------------------------*
       MAIN-110-BUILD-EN-ENTRY.
           MOVE SPACE TO WS-COUNTERPART.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                     UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-JA(PAIR-IDX) = TOC-FILENAME(TOC-IDX)
                   MOVE PAIR-EN(PAIR-IDX) TO WS-COUNTERPART
               END-IF
           END-PERFORM.
           IF WS-COUNTERPART = SPACE
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE TOC-FILENAME(TOC-IDX) TO WS-LOOKUP-NAME.
           PERFORM MAIN-120-CHECK-EXCLUDED.
           IF SW-EXCLUDED = 'N'
               MOVE WS-COUNTERPART TO WS-LOOKUP-NAME
               PERFORM MAIN-120-CHECK-EXCLUDED
           END-IF.
           IF SW-EXCLUDED = 'Y'
               ADD 1 TO WS-EXCLUDED
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE TOC-FILENAME(TOC-IDX) TO WS-LOOKUP-NAME.
           PERFORM MAIN-125-CHECK-HELD.
           IF SW-HELD = 'N'
               MOVE WS-COUNTERPART TO WS-LOOKUP-NAME
               PERFORM MAIN-125-CHECK-HELD
           END-IF.
           MOVE WS-COUNTERPART TO WS-PAGE-NAME.
           IF SW-HELD = 'Y'
               ADD 1 TO WS-HELD
               PERFORM MAIN-126-REPORT-HELD
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old_en/"    DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-130-READ-PAGE-TITLE THRU MAIN-130-EXIT.
           EVALUATE TRUE
               WHEN FM-TITLE NOT = SPACE
                   MOVE FM-TITLE TO WS-USE-TITLE
                   ADD 1 TO WS-FM-TITLES
               WHEN WS-H1-TITLE NOT = SPACE
                   MOVE WS-H1-TITLE TO WS-USE-TITLE
               WHEN OTHER
                   MOVE TOC-TITLE(TOC-IDX) TO WS-USE-TITLE
           END-EVALUATE.
           PERFORM MAIN-140-ADD-ENTRY.
           ADD 1 TO WS-ITEMS-EN.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-120-CHECK-EXCLUDED.
           MOVE 'N' TO SW-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-ENTRY(EXCL-IDX) = WS-LOOKUP-NAME
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-125-CHECK-HELD.
           MOVE 'N' TO SW-HELD.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                     UNTIL HELD-IDX > HELD-COUNT
               IF HELD-NAME(HELD-IDX) = WS-LOOKUP-NAME
                   MOVE 'Y' TO SW-HELD
                   MOVE HELD-DATE(HELD-IDX) TO WS-HELD-UNTIL
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-126-REPORT-HELD.
           MOVE SPACE TO RPT-TEXT.
           STRING "held ["       DELIMITED BY SIZE
                  WS-CUR-TREE    DELIMITED BY SIZE
                  "] "           DELIMITED BY SIZE
                  WS-PAGE-NAME   DELIMITED BY SPACE
                  " - publish-on " DELIMITED BY SIZE
                  WS-HELD-UNTIL  DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *変換元ページの先頭を読み、フロントマター（1行目の"---"から
      *次の"---"まで）のtitle:と最初の"# "見出しを取る
      *（閉じられないフロントマターは公開処理と同じく無視する）
      *-------------------------------------*
       MAIN-130-READ-PAGE-TITLE.
           MOVE SPACE TO FM-TITLE WS-H1-TITLE.
           MOVE 'N' TO SW-FM-OPEN SW-TITLE-DONE.
           MOVE 0 TO WS-PAGE-LINES.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS NOT = "00"
               GO TO MAIN-130-EXIT
           END-IF.
           PERFORM UNTIL PAGE-STS NOT = ZERO OR SW-TITLE-DONE = 'Y'
               READ PAGEFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-PAGE-LINES
                    EVALUATE TRUE
                        WHEN WS-PAGE-LINES = 1
                             AND PAGE-REC(1:3) = "---"
                             AND PAGE-REC(4:1) = SPACE
                            MOVE 'Y' TO SW-FM-OPEN
                        WHEN SW-FM-OPEN = 'Y'
                             AND PAGE-REC(1:3) = "---"
                             AND PAGE-REC(4:1) = SPACE
                            MOVE 'N' TO SW-FM-OPEN
                        WHEN SW-FM-OPEN = 'Y'
                            MOVE SPACE TO FM-KEY FM-VALUE
                            UNSTRING PAGE-REC(1:300) DELIMITED BY ": "
                                     INTO FM-KEY FM-VALUE
                            IF FM-KEY = "title"
                                MOVE FM-VALUE TO FM-TITLE
                            END-IF
                        WHEN PAGE-REC(1:2) = "# "
                            MOVE PAGE-REC(3:250) TO WS-H1-TITLE
                            MOVE 'Y' TO SW-TITLE-DONE
                    END-EVALUATE
           END-PERFORM.
           CLOSE PAGEFILE.
           IF SW-FM-OPEN = 'Y'
               MOVE SPACE TO FM-TITLE
           END-IF.
       MAIN-130-EXIT.
           CONTINUE.
      *-------------------------------------*
      *項目1件を登録する（URLは公開先の.html、タイトル・章・節は
      *エスケープ済みにしておく）
      *-------------------------------------*
       MAIN-140-ADD-ENTRY.
           IF NV-COUNT >= 3000
               DISPLAY "AUTOSIDENAV: navigation table full "
                       "(3000) - cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO NV-COUNT.
           MOVE WS-CUR-TREE TO NV-TREE(NV-COUNT).
           MOVE 0 TO NV-MATCH(NV-COUNT).
      *公開先は.htmlなので、ページ名の.mdを読み替える
           MOVE WS-PAGE-NAME TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-NAME-LEN.
           IF WS-NAME-LEN > 3
               AND WS-PAGE-NAME(WS-NAME-LEN - 2:3) = ".md"
               SUBTRACT 3 FROM WS-NAME-LEN
           END-IF.
           MOVE SPACE TO NV-URL(NV-COUNT).
           STRING WS-URL-BASE(1:WS-URL-BASE-LEN) DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  WS-PAGE-NAME(1:WS-NAME-LEN)    DELIMITED BY SIZE
                  ".html"                        DELIMITED BY SIZE
                  INTO NV-URL(NV-COUNT).
           MOVE WS-USE-TITLE TO WS-ESC-IN.
           PERFORM MAIN-150-ESCAPE-TEXT.
           MOVE WS-ESC-OUT TO NV-TITLE(NV-COUNT).
           MOVE TOC-CHAPTER(TOC-IDX) TO WS-ESC-IN.
           PERFORM MAIN-150-ESCAPE-TEXT.
           MOVE WS-ESC-OUT TO NV-CHAPTER(NV-COUNT).
           MOVE TOC-SECTION(TOC-IDX) TO WS-ESC-IN.
           PERFORM MAIN-150-ESCAPE-TEXT.
           MOVE WS-ESC-OUT TO NV-SECTION(NV-COUNT).
      *前回分と比べるためのパス（"章 > 節"。無い階層は詰める）
           MOVE SPACE TO NV-PATH(NV-COUNT).
           EVALUATE TRUE
               WHEN NV-CHAPTER(NV-COUNT) NOT = SPACE
                    AND NV-SECTION(NV-COUNT) NOT = SPACE
                   MOVE NV-CHAPTER(NV-COUNT) TO WS-VAL-TEXT
                   MOVE NV-SECTION(NV-COUNT) TO WS-VAL-TEXT2
                   PERFORM MAIN-160-JOIN-PATH
                   MOVE WS-OUT-LINE TO NV-PATH(NV-COUNT)
               WHEN NV-CHAPTER(NV-COUNT) NOT = SPACE
                   MOVE NV-CHAPTER(NV-COUNT) TO NV-PATH(NV-COUNT)
               WHEN OTHER
                   MOVE NV-SECTION(NV-COUNT) TO NV-PATH(NV-COUNT)
           END-EVALUATE.
      *-------------------------------------*
      *WS-ESC-INをYAMLの二重引用符の中身にする（"と\を\でエスケープ）
      *-------------------------------------*
       MAIN-150-ESCAPE-TEXT.
           MOVE SPACE TO WS-ESC-OUT.
           MOVE WS-ESC-IN TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-ESC-LEN.
           IF WS-ESC-IN = SPACE
               MOVE 0 TO WS-ESC-LEN
           END-IF.
           MOVE 1 TO WS-ESC-PTR.
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
                     UNTIL WS-ESC-IX > WS-ESC-LEN
               IF WS-ESC-IN(WS-ESC-IX:1) = """"
                   OR WS-ESC-IN(WS-ESC-IX:1) = "\"
                   STRING "\" DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
               END-IF
               STRING WS-ESC-IN(WS-ESC-IX:1) DELIMITED BY SIZE
                      INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
           END-PERFORM.
      *-------------------------------------*
      *WS-VAL-TEXTとWS-VAL-TEXT2を" > "でつなぐ（結果はWS-OUT-LINE）
      *-------------------------------------*
       MAIN-160-JOIN-PATH.
           PERFORM MAIN-292-CALC-VAL-LEN.
           MOVE SPACE TO WS-OUT-LINE.
           STRING WS-VAL-TEXT(1:WS-VAL-LEN)   DELIMITED BY SIZE
                  " > "                       DELIMITED BY SIZE
                  WS-VAL-TEXT2(1:WS-VAL-LEN2) DELIMITED BY SIZE
                  INTO WS-OUT-LINE.
      *-------------------------------------*
      *メニューファイルを書き出す
      *  ja:
      *    - title: "章"
      *      children:
      *        - title: "ページ"
      *          url: "https://.../page.html"
      *        - title: "節"
      *          children:
      *            - title: ...
      *章の前のページは木の直下、節の無いページは章の直下に置く。
      *項目の無い木は"ja: []"と書く
      *-------------------------------------*
       MAIN-200-WRITE-NAV-FILE.
           OPEN OUTPUT NAVFILE.
           IF NAV-STS NOT = "00"
               DISPLAY "AUTOSIDENAV: cannot open " NAV-EXPORT-PATH
               MOVE "cannot open navigation file - nothing written"
                    TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-200-EXIT
           END-IF.
           MOVE SPACE TO NAV-REC.
           STRING "# sidebar navigation - generated from TOC.md "
                  "by AUTOSIDENAV; do not edit by hand"
                  DELIMITED BY SIZE INTO NAV-REC.
           WRITE NAV-REC.
           MOVE "ja" TO WS-CUR-TREE.
           PERFORM MAIN-210-WRITE-TREE.
           IF PAIR-COUNT > 0 AND WS-EN-BASE-LEN > 0
               MOVE "en" TO WS-CUR-TREE
               PERFORM MAIN-210-WRITE-TREE
           END-IF.
           CLOSE NAVFILE.
       MAIN-200-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-210-WRITE-TREE.
           MOVE 'N' TO SW-TREE-STARTED.
           MOVE SPACE TO WS-W-CHAPTER WS-W-SECTION.
           PERFORM VARYING NV-IX FROM 1 BY 1 UNTIL NV-IX > NV-COUNT
               IF NV-TREE(NV-IX) = WS-CUR-TREE
                   IF SW-TREE-STARTED = 'N'
                       MOVE SPACE TO NAV-REC
                       STRING WS-CUR-TREE DELIMITED BY SIZE
                              ":"         DELIMITED BY SIZE
                              INTO NAV-REC
                       WRITE NAV-REC
                       MOVE 'Y' TO SW-TREE-STARTED
                   END-IF
                   PERFORM MAIN-220-WRITE-ENTRY
               END-IF
           END-PERFORM.
           IF SW-TREE-STARTED = 'N'
               MOVE SPACE TO NAV-REC
               STRING WS-CUR-TREE DELIMITED BY SIZE
                      ": []"      DELIMITED BY SIZE
                      INTO NAV-REC
               WRITE NAV-REC
           END-IF.
      *-------------------------------------*
      *項目1件分（章・節が変わればその見出しの項目から書く）
      *-------------------------------------*
       MAIN-220-WRITE-ENTRY.
           IF NV-CHAPTER(NV-IX) NOT = WS-W-CHAPTER
               MOVE NV-CHAPTER(NV-IX) TO WS-W-CHAPTER
               MOVE SPACE TO WS-W-SECTION
               IF WS-W-CHAPTER NOT = SPACE
                   MOVE 0 TO WS-DEPTH
                   MOVE WS-W-CHAPTER TO WS-VAL-TEXT
                   PERFORM MAIN-230-WRITE-TITLE-LINE
                   MOVE "children:" TO WS-KEY-TEXT
                   MOVE SPACE TO WS-VAL-TEXT
                   PERFORM MAIN-235-WRITE-KEY-LINE
               END-IF
           END-IF.
           IF NV-SECTION(NV-IX) NOT = WS-W-SECTION
               MOVE NV-SECTION(NV-IX) TO WS-W-SECTION
               IF WS-W-SECTION NOT = SPACE
                   MOVE 0 TO WS-DEPTH
                   IF WS-W-CHAPTER NOT = SPACE
                       MOVE 1 TO WS-DEPTH
                   END-IF
                   MOVE WS-W-SECTION TO WS-VAL-TEXT
                   PERFORM MAIN-230-WRITE-TITLE-LINE
                   MOVE "children:" TO WS-KEY-TEXT
                   MOVE SPACE TO WS-VAL-TEXT
                   PERFORM MAIN-235-WRITE-KEY-LINE
               END-IF
           END-IF.
           MOVE 0 TO WS-DEPTH.
           IF WS-W-CHAPTER NOT = SPACE
               ADD 1 TO WS-DEPTH
           END-IF.
           IF WS-W-SECTION NOT = SPACE
               ADD 1 TO WS-DEPTH
           END-IF.
           MOVE NV-TITLE(NV-IX) TO WS-VAL-TEXT.
           PERFORM MAIN-230-WRITE-TITLE-LINE.
           MOVE "url: " TO WS-KEY-TEXT.
           MOVE NV-URL(NV-IX) TO WS-VAL-TEXT.
           PERFORM MAIN-235-WRITE-KEY-LINE.
      *-------------------------------------*
      *深さWS-DEPTHの"- title: "行（字下げは2＋4×深さ）
      *-------------------------------------*
       MAIN-230-WRITE-TITLE-LINE.
           COMPUTE WS-IND = 2 + 4 * WS-DEPTH.
           MOVE SPACE TO WS-OUT-LINE.
           COMPUTE WS-OUT-PTR = WS-IND + 1.
           STRING "- title: """ DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
           IF WS-VAL-TEXT NOT = SPACE
               PERFORM MAIN-292-CALC-VAL-LEN
               STRING WS-VAL-TEXT(1:WS-VAL-LEN) DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.
           STRING """"          DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
           MOVE WS-OUT-LINE TO NAV-REC.
           WRITE NAV-REC.
      *-------------------------------------*
      *"- title:"の項目に続く"url:"・"children:"行
      *-------------------------------------*
       MAIN-235-WRITE-KEY-LINE.
           COMPUTE WS-IND = 4 + 4 * WS-DEPTH.
           MOVE SPACE TO WS-OUT-LINE.
           COMPUTE WS-OUT-PTR = WS-IND + 1.
           IF WS-VAL-TEXT = SPACE
               STRING WS-KEY-TEXT DELIMITED BY SPACE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           ELSE
               STRING WS-KEY-TEXT DELIMITED BY SPACE
                      " """       DELIMITED BY SIZE
                      WS-VAL-TEXT DELIMITED BY SPACE
                      """"        DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.
           MOVE WS-OUT-LINE TO NAV-REC.
           WRITE NAV-REC.
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
      *前回ファイルの1行（PV-LINE）の末尾の空白を除いた長さ
      *-------------------------------------*
       MAIN-291-CALC-LINE-LEN.
           MOVE 600 TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = 1
                         OR PV-LINE(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
      *-------------------------------------*
      *WS-VAL-TEXT・WS-VAL-TEXT2の末尾の空白を除いた長さ
      *（1文字以上は必ず残す）
      *-------------------------------------*
       MAIN-292-CALC-VAL-LEN.
           MOVE 300 TO WS-VAL-LEN WS-VAL-LEN2.
           PERFORM UNTIL WS-VAL-LEN = 1
                         OR WS-VAL-TEXT(WS-VAL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VAL-LEN
           END-PERFORM.
           PERFORM UNTIL WS-VAL-LEN2 = 1
                         OR WS-VAL-TEXT2(WS-VAL-LEN2:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VAL-LEN2
           END-PERFORM.
      *-------------------------------------*
      *前回のメニューとの突き合わせ（木とURLで同じ項目とみなす）
      *-------------------------------------*
       MAIN-300-COMPARE-PREVIOUS.
           IF SW-PREV-FOUND = 'N'
               MOVE SPACE TO RPT-TEXT
               STRING "no previous "     DELIMITED BY SIZE
                      NAV-EXPORT-PATH    DELIMITED BY SPACE
                      " - first generation, nothing to compare"
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM VARYING NV-IX FROM 1 BY 1
                         UNTIL NV-IX > NV-COUNT
                   PERFORM MAIN-310-MATCH-ENTRY
               END-PERFORM
               PERFORM VARYING NV-IX FROM 1 BY 1
                         UNTIL NV-IX > NV-COUNT
                   PERFORM MAIN-320-COMPARE-ENTRY
               END-PERFORM
               PERFORM VARYING PV-IX FROM 1 BY 1
                         UNTIL PV-IX > PV-COUNT
                   IF PV-MATCH(PV-IX) = 0
                       MOVE "removed" TO WS-DIFF-KIND
                       MOVE PV-TREE(PV-IX) TO WS-CUR-TREE
                       MOVE PV-URL(PV-IX) TO WS-VAL-TEXT
                       MOVE PV-TITLE(PV-IX) TO WS-DIFF-TEXT
                       PERFORM MAIN-390-WRITE-DIFF
                       ADD 1 TO WS-REMOVED
                   END-IF
               END-PERFORM
           END-IF.
      *-------------------------------------*
       MAIN-310-MATCH-ENTRY.
           PERFORM VARYING PV-IX FROM 1 BY 1
                     UNTIL PV-IX > PV-COUNT
                           OR NV-MATCH(NV-IX) > 0
               IF PV-MATCH(PV-IX) = 0
                   AND PV-TREE(PV-IX) = NV-TREE(NV-IX)
                   AND PV-URL(PV-IX) = NV-URL(NV-IX)
                   MOVE PV-IX TO NV-MATCH(NV-IX)
                   MOVE NV-IX TO PV-MATCH(PV-IX)
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *今回の項目1件を前回と比べる
      *順序は両方にある項目どうしで直前の項目が変わったかで見る
      *（1ページの移動が後続全部の順序変更にならないように）
      *-------------------------------------*
       MAIN-320-COMPARE-ENTRY.
           MOVE NV-TREE(NV-IX) TO WS-CUR-TREE.
           MOVE NV-URL(NV-IX) TO WS-VAL-TEXT.
           IF NV-MATCH(NV-IX) = 0
               MOVE "added" TO WS-DIFF-KIND
               MOVE NV-TITLE(NV-IX) TO WS-DIFF-TEXT
               PERFORM MAIN-390-WRITE-DIFF
               ADD 1 TO WS-ADDED
           ELSE
               MOVE NV-MATCH(NV-IX) TO PV-IX
               IF PV-TITLE(PV-IX) NOT = NV-TITLE(NV-IX)
                   MOVE "retitled" TO WS-DIFF-KIND
                   MOVE SPACE TO WS-DIFF-TEXT
                   MOVE PV-TITLE(PV-IX) TO WS-VAL-TEXT
                   MOVE NV-TITLE(NV-IX) TO WS-VAL-TEXT2
                   PERFORM MAIN-292-CALC-VAL-LEN
                   STRING WS-VAL-TEXT(1:WS-VAL-LEN)   DELIMITED BY SIZE
                          " -> "                      DELIMITED BY SIZE
                          WS-VAL-TEXT2(1:WS-VAL-LEN2) DELIMITED BY SIZE
                          INTO WS-DIFF-TEXT
                   MOVE NV-URL(NV-IX) TO WS-VAL-TEXT
                   PERFORM MAIN-390-WRITE-DIFF
                   ADD 1 TO WS-RETITLED
               END-IF
               IF PV-PATH(PV-IX) NOT = NV-PATH(NV-IX)
                   MOVE "moved" TO WS-DIFF-KIND
                   MOVE SPACE TO WS-DIFF-TEXT
                   MOVE PV-PATH(PV-IX) TO WS-VAL-TEXT
                   MOVE NV-PATH(NV-IX) TO WS-VAL-TEXT2
                   PERFORM MAIN-292-CALC-VAL-LEN
                   STRING "("                         DELIMITED BY SIZE
                          WS-VAL-TEXT(1:WS-VAL-LEN)   DELIMITED BY SIZE
                          ") -> ("                    DELIMITED BY SIZE
                          WS-VAL-TEXT2(1:WS-VAL-LEN2) DELIMITED BY SIZE
                          ")"                         DELIMITED BY SIZE
                          INTO WS-DIFF-TEXT
                   MOVE NV-URL(NV-IX) TO WS-VAL-TEXT
                   PERFORM MAIN-390-WRITE-DIFF
                   ADD 1 TO WS-MOVED
               END-IF
               MOVE SPACE TO WS-NV-PREV-URL WS-PV-PREV-URL
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                         UNTIL WS-SCAN-IX >= NV-IX
                   IF NV-TREE(WS-SCAN-IX) = NV-TREE(NV-IX)
                       AND NV-MATCH(WS-SCAN-IX) > 0
                       MOVE NV-URL(WS-SCAN-IX) TO WS-NV-PREV-URL
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                         UNTIL WS-SCAN-IX >= PV-IX
                   IF PV-TREE(WS-SCAN-IX) = PV-TREE(PV-IX)
                       AND PV-MATCH(WS-SCAN-IX) > 0
                       MOVE PV-URL(WS-SCAN-IX) TO WS-PV-PREV-URL
                   END-IF
               END-PERFORM
               IF WS-NV-PREV-URL NOT = WS-PV-PREV-URL
                   MOVE "reordered" TO WS-DIFF-KIND
                   MOVE SPACE TO WS-DIFF-TEXT
                   IF WS-NV-PREV-URL = SPACE
                       MOVE "now first" TO WS-DIFF-TEXT
                   ELSE
                       STRING "now after "    DELIMITED BY SIZE
                              WS-NV-PREV-URL  DELIMITED BY SPACE
                              INTO WS-DIFF-TEXT
                   END-IF
                   PERFORM MAIN-390-WRITE-DIFF
                   ADD 1 TO WS-REORDERED
               END-IF
           END-IF.
      *-------------------------------------*
      *差分1行（種別 [木] URL - 内容）
      *-------------------------------------*
       MAIN-390-WRITE-DIFF.
           MOVE WS-DIFF-TEXT TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE SPACE TO RPT-TEXT.
           STRING WS-DIFF-KIND  DELIMITED BY SPACE
                  " ["          DELIMITED BY SIZE
                  WS-CUR-TREE   DELIMITED BY SIZE
                  "] "          DELIMITED BY SIZE
                  WS-VAL-TEXT   DELIMITED BY SPACE
                  " - "         DELIMITED BY SIZE
                  WS-DIFF-TEXT(1:WS-TRIM-LEN)
                                DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "items-ja="        DELIMITED BY SIZE
                  WS-ITEMS-JA        DELIMITED BY SIZE
                  " items-en="       DELIMITED BY SIZE
                  WS-ITEMS-EN        DELIMITED BY SIZE
                  " excluded="       DELIMITED BY SIZE
                  WS-EXCLUDED        DELIMITED BY SIZE
                  " held="           DELIMITED BY SIZE
                  WS-HELD            DELIMITED BY SIZE
                  " front-matter-titles="
                                     DELIMITED BY SIZE
                  WS-FM-TITLES       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "added="           DELIMITED BY SIZE
                  WS-ADDED           DELIMITED BY SIZE
                  " removed="        DELIMITED BY SIZE
                  WS-REMOVED         DELIMITED BY SIZE
                  " retitled="       DELIMITED BY SIZE
                  WS-RETITLED        DELIMITED BY SIZE
                  " moved="          DELIMITED BY SIZE
                  WS-MOVED           DELIMITED BY SIZE
                  " reordered="      DELIMITED BY SIZE
                  WS-REORDERED       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
      *メニューから消えたページはサイト側のリンク切れの元になる
           IF WS-REMOVED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
