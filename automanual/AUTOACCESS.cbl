       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOACCESS.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。Webサーバのアクセスログ
      *                        （combined形式: ホスト 識別子 利用者
      *                        [時刻] "メソッド パス プロトコル" 状態
      *                        バイト数 ...）を読み、リクエストのパスを
      *                        TOC-BASE-URL／PAIR-EN-BASEの公開先の
      *                        パス部分を逆にたどってページ名へ写像し、
      *                        ・章ごと・ページごとの閲覧数
      *                        ・404の多いURLの上位一覧と、退役・改名
      *                        　したページに近いURLへのretired.lst行
      *                        　の提案（AUTOREDIRがそのまま使える形で
      *                        　autoaccess_redirects.lstにも書き出す）
      *                        ・閲覧数と古さ（台帳の最終処理実行ID・
      *                        　reviewed:のうち新しい方からの日数）を
      *                        　掛け合わせた手直しの優先順位
      *                        を書き出す。英語側の閲覧は対応表で
      *                        日本語側ページへ写像して同じ章へ合算する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    LOGFILE       ASSIGN         TO   DYNAMIC
                                                       ACCESS-LOG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LOG-STS.
           SELECT    TOCFILE       ASSIGN         TO   DYNAMIC
                                                       TOC-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TOC-STS.
           SELECT    CONFIGFILE    ASSIGN         TO   DYNAMIC
                                                       CONFIG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CFG-STS.
           SELECT    PAIRFILE      ASSIGN         TO   DYNAMIC
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    RETIREDFILE   ASSIGN         TO   DYNAMIC
                                                       RETIRED-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RET-STS.
           SELECT    LEDGERFILE    ASSIGN         TO   DYNAMIC
                                                       LEDGER-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LED-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    REDIRFILE     ASSIGN         TO   DYNAMIC
                                                       REDIR-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   REDIR-STS.
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
       FD  LOGFILE.
       01  LOG-LINE                PIC X(2000).
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  RETIREDFILE.
       01  RETIRED-LINE            PIC X(500).
       FD  LEDGERFILE.
       01  LED-LINE                PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REDIRFILE.
       01  REDIR-LINE              PIC X(300).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  LOG-STS                  PIC X(02).
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  RET-STS                  PIC X(02).
       01  LED-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  REDIR-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  ACCESS-LOG-PATH          PIC X(256)  VALUE "access.log".
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  RETIRED-PATH             PIC X(256)  VALUE "retired.lst".
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REDIR-PATH               PIC X(256)
                                    VALUE "autoaccess_redirects.lst".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoaccess_report.log".
      *一覧の件数（404の上位・優先順位の上位）
       78  TOP-MISSING              VALUE 20.
       78  TOP-PRIORITY             VALUE 30.
      *TOCのベースURLと、そこから導く公開ディレクトリURL
       01  TOC-BASE-URL             PIC X(250).
       01  WS-BASE-DIR              PIC X(250).
       01  WS-BASE-DIR-LEN          PIC 9(03) COMP VALUE 0.
      *英語側ツリーの公開先URL（末尾の"/"は落として持つ）
       01  PAIR-EN-BASE             PIC X(250)  VALUE SPACE.
       01  WS-EN-BASE-LEN           PIC 9(03) COMP VALUE 0.
      *ログのパスと突き合わせる公開先のパス部分
      *（"https://ホスト"を除いた残り。サイト直下なら長さ0）
       01  WS-JA-PATH               PIC X(250).
       01  WS-JA-PATH-LEN           PIC 9(03) COMP VALUE 0.
       01  WS-EN-PATH               PIC X(250).
       01  WS-EN-PATH-LEN           PIC 9(03) COMP VALUE 0.
       01  SW-EN-SET                PIC X       VALUE 'N'.
      *URLからパス部分を取り出す作業域
       01  WS-URL-WORK              PIC X(250).
       01  WS-URL-WORK-LEN          PIC 9(03) COMP.
       01  WS-URL-PATH              PIC X(250).
       01  WS-URL-PATH-LEN          PIC 9(03) COMP.
       01  WS-SLASHES               PIC 9(02) COMP.
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *TOC.mdを読み込んだ目次テーブル（ページ名と章名）と
      *ページごとの閲覧数・古さ（同じ並び）
       01  TOC-TABLE.
           05  TOC-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
               10  TOC-FILENAME     PIC X(250).
               10  TOC-CHAPTER      PIC X(80).
               10  PG-VIEWS         PIC 9(07).
               10  PG-EN-VIEWS      PIC 9(07).
               10  PG-PUBLISHED     PIC X(08).
               10  PG-REVIEWED      PIC X(08).
               10  PG-AGE           PIC 9(05).
               10  PG-SCORE         PIC 9(12).
               10  PG-RANKED        PIC X.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-CUR-CHAPTER          PIC X(80).
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *日英ページ対応表（PAIR-FILE設定時のみ読み込む）
       01  PAIR-TABLE.
           05  PAIR-ENTRY           OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
               10  PAIR-JA          PIC X(250).
               10  PAIR-EN          PIC X(250).
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  PAIR-REC                 PIC X(500).
       01  PAIR-P1                  PIC X(250).
       01  PAIR-P2                  PIC X(250).
      *退役ページの対応表（旧ページ名と後継ページ名の空白区切り）
       01  RET-TABLE.
           05  RET-ENTRY            OCCURS 500 TIMES
                                     INDEXED BY RET-IDX.
               10  RET-OLD          PIC X(250).
               10  RET-NEW          PIC X(250).
       01  RET-COUNT                PIC 9(03) COMP VALUE 0.
       01  RET-REC                  PIC X(500).
       01  RET-P1                   PIC X(250).
       01  RET-P2                   PIC X(250).
      *ページ台帳（ページの最終処理実行ID。部品行は読まない）
       01  LED-TABLE.
           05  LED-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY LED-IDX.
               10  LED-NAME         PIC X(250).
               10  LED-RUNID        PIC X(14).
       01  LED-COUNT                PIC 9(04) COMP VALUE 0.
       01  LED-REC                  PIC X(300).
       01  LED-PART-NAME            PIC X(250).
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  LED-PART-RUN             PIC X(14).
       01  WS-LED-KEY               PIC X(250).
       01  WS-INC-MARKS             PIC 9(03) COMP.
      *章ごとの集計（TOCの章の掲載順に前もって登録する）
       01  CHAP-TABLE.
           05  CHAP-ENTRY           OCCURS 200 TIMES
                                     INDEXED BY CHAP-IDX.
               10  CHAP-NAME        PIC X(80).
               10  CHAP-VIEWS       PIC 9(07).
               10  CHAP-EN-VIEWS    PIC 9(07).
       01  CHAP-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-CHAP-IX               PIC 9(03) COMP VALUE 0.
       01  WS-UNVIEWED              PIC 9(05).
      *404になったURL（パス単位。件数の多い順に書き出す）
      *MISS-TREEは'J'（日本語側）・'E'（英語側）・空白（ツリー外）
      *MISS-KINDは提案の種類:
      *  'P'=retired.lst行を提案  'R'=retired.lst掲載済み
      *  'T'=TOC掲載済み  'E'=英語側の近いページ  'N'=近いもの無し
      *  'A'=ページでない（画像など）  'O'=公開ツリーの外
       01  MISS-TABLE.
           05  MISS-ENTRY           OCCURS 2000 TIMES
                                     INDEXED BY MISS-IDX.
               10  MISS-URL         PIC X(250).
               10  MISS-HITS        PIC 9(07).
               10  MISS-TREE        PIC X.
               10  MISS-PAGE        PIC X(250).
               10  MISS-KIND        PIC X.
               10  MISS-TARGET      PIC X(250).
               10  MISS-NOTE        PIC X(80).
               10  MISS-LISTED      PIC X.
       01  MISS-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-MISS-MATCH            PIC 9(04) COMP VALUE 0.
       01  WS-MISS-BEST             PIC 9(04) COMP VALUE 0.
       01  WS-MISS-J                PIC 9(04) COMP.
       01  SW-MISS-FULL-SAID        PIC X       VALUE 'N'.
       01  SW-DUP-PROPOSAL          PIC X       VALUE 'N'.
      *ログ1行分の分解
       01  LOG-REC                  PIC X(2000).
       01  LG-HEAD                  PIC X(300).
       01  LG-REQUEST               PIC X(600).
       01  LG-AFTER                 PIC X(600).
       01  LG-METHOD                PIC X(10).
       01  LG-PATH                  PIC X(500).
       01  LG-EMPTY                 PIC X(10).
       01  LG-STATUS                PIC X(10).
      *パスからページ名への写像
       01  WS-REST-LEN              PIC 9(03) COMP.
       01  WS-PAGE-NAME             PIC X(250).
       01  WS-JA-NAME               PIC X(250).
       01  WS-TREE                  PIC X.
       01  SW-URL-MAPPED            PIC X       VALUE 'N'.
       01  SW-NAME-FOUND            PIC X       VALUE 'N'.
       01  WS-TOC-MATCH             PIC 9(04) COMP VALUE 0.
       01  WS-RET-MATCH             PIC 9(03) COMP VALUE 0.
      *TOC-BASE-URLの最後の"/"位置の計算用
       01  WS-URL-IDX               PIC 9(03) COMP VALUE 0.
       01  WS-URL-SLASH-POS         PIC 9(03) COMP VALUE 0.
      *近いページ名の探索（正規化した名前の編集距離）
      *小文字にそろえ"_"を"-"に直し、末尾の".md"を落として比べる
       01  WS-NORM-IN               PIC X(250).
       01  WS-NORM-OUT              PIC X(80).
       01  WS-NORM-LEN              PIC 9(03) COMP.
       01  WS-BASE-POS              PIC 9(03) COMP.
       01  WS-MISS-NORM             PIC X(80).
       01  WS-MISS-NORM-LEN         PIC 9(03) COMP.
       01  WS-MISS-BASE             PIC X(80).
       01  WS-CAND-BASE             PIC X(80).
       01  WS-CAND-NAME             PIC X(250).
       01  WS-CAND-TARGET           PIC X(250).
       01  WS-CAND-KIND             PIC X.
       01  WS-BEST-DIST             PIC 9(03) COMP.
       01  WS-BEST-TARGET           PIC X(250).
       01  WS-BEST-FROM             PIC X(250).
       01  WS-BEST-KIND             PIC X.
       01  WS-DIST-LIMIT            PIC 9(03) COMP.
       01  WS-LEN-DIFF              PIC 9(03) COMP.
       01  ED-A                     PIC X(80).
       01  ED-A-LEN                 PIC 9(03) COMP.
       01  ED-B                     PIC X(80).
       01  ED-B-LEN                 PIC 9(03) COMP.
       01  ED-I                     PIC 9(03) COMP.
       01  ED-J                     PIC 9(03) COMP.
       01  ED-COST                  PIC 9(03) COMP.
       01  ED-BEST                  PIC 9(03) COMP.
       01  ED-DIST                  PIC 9(03) COMP.
       01  ED-PREV-ROW.
           05  ED-PREV              PIC 9(03) COMP OCCURS 81 TIMES.
       01  ED-CUR-ROW.
           05  ED-CUR               PIC 9(03) COMP OCCURS 81 TIMES.
       01  WS-DIST-D                PIC 9(02).
      *フロントマターの読取り（reviewed:だけを拾う）
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-FM-DONE               PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(07) COMP VALUE 0.
       01  FM-KEY                   PIC X(20).
       01  FM-VALUE                 PIC X(250).
       01  FM-REVIEWED              PIC X(20).
      *日付計算（暦日を通算日数に直して差を取る）
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
       01  WS-LAST-DATE             PIC X(08).
       01  WS-DT-IN                 PIC X(08).
       01  WS-DT-Y                  PIC 9(04).
       01  WS-DT-M                  PIC 9(02).
       01  WS-DT-D                  PIC 9(02).
       01  WS-DT-YY                 PIC 9(04) COMP.
       01  WS-DT-MM                 PIC 9(02) COMP.
       01  WS-DT-DAYS               PIC 9(07) COMP.
       01  WS-DT-Q                  PIC 9(07) COMP.
       01  SW-DATE-OK               PIC X       VALUE 'N'.
      *優先順位の選び出し
       01  WS-RANK                  PIC 9(03)  VALUE 0.
       01  WS-RANK-BEST             PIC 9(04) COMP VALUE 0.
       01  WS-PUB-SHOW              PIC X(08).
       01  WS-REV-SHOW              PIC X(08).
      *件数集計
       01  WS-LOG-LINE-NO           PIC 9(07)  VALUE 0.
       01  WS-REQUESTS              PIC 9(07)  VALUE 0.
       01  WS-PAGE-VIEWS            PIC 9(07)  VALUE 0.
       01  WS-EN-VIEWS              PIC 9(07)  VALUE 0.
       01  WS-TOC-VIEWS             PIC 9(07)  VALUE 0.
       01  WS-STUB-VIEWS            PIC 9(07)  VALUE 0.
       01  WS-OTHER-OK              PIC 9(07)  VALUE 0.
       01  WS-NOT-FOUND             PIC 9(07)  VALUE 0.
       01  WS-NOT-FOUND-LOST        PIC 9(07)  VALUE 0.
       01  WS-OTHER-STATUS          PIC 9(07)  VALUE 0.
       01  WS-BAD-LINES             PIC 9(07)  VALUE 0.
       01  WS-MISS-URLS             PIC 9(05)  VALUE 0.
       01  WS-PROPOSALS             PIC 9(05)  VALUE 0.
       01  WS-STUBS-MISSING         PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      *トリム（末尾スペース除去長計算）共通作業領域
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-NAME-LEN              PIC 9(03) COMP.
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
           MOVE WS-RUN-DATE TO WS-DT-IN.
           PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.
           PERFORM MAIN-005-LOAD-CONFIG.
      *起動引数があればアクセスログのパスとして使う（設定より優先）
           ACCEPT LOG-REC FROM COMMAND-LINE.
           IF LOG-REC NOT = SPACE
               MOVE LOG-REC(1:256) TO ACCESS-LOG-PATH
           END-IF.
           PERFORM MAIN-006-DERIVE-BASE-DIR.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           PERFORM MAIN-040-LOAD-RETIRED.
           PERFORM MAIN-045-LOAD-LEDGER.
           PERFORM MAIN-050-REGISTER-CHAPTERS.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOACCESS web access log analysis" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "as-of="          DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  " access-log="    DELIMITED BY SIZE
                  ACCESS-LOG-PATH   DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - cannot map URLs"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-100-READ-LOG THRU MAIN-100-EXIT.
           IF RETURN-CODE = 8
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-300-WRITE-VIEWS.
           PERFORM MAIN-400-CLASSIFY-MISSING.
           PERFORM MAIN-430-WRITE-TOP-MISSING.
           PERFORM MAIN-440-WRITE-PROPOSALS.
           PERFORM MAIN-500-RANK-PAGES.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルの読込（URLの逆引きに使うキーとログのパス）
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
                           IF CFG-KEY = "PAIR-EN-BASE"
                              MOVE CFG-VALUE TO PAIR-EN-BASE
                           END-IF
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                           IF CFG-KEY = "ACCESS-LOG"
                              MOVE CFG-VALUE TO ACCESS-LOG-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *TOC-BASE-URLから公開ディレクトリURL（最後の"/"の手前まで）を
      *導き、日英それぞれの公開先のパス部分を求める
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
           MOVE WS-BASE-DIR TO WS-URL-WORK.
           PERFORM MAIN-007-URL-PATH.
           MOVE WS-URL-PATH     TO WS-JA-PATH.
           MOVE WS-URL-PATH-LEN TO WS-JA-PATH-LEN.
           MOVE 0 TO WS-EN-BASE-LEN WS-EN-PATH-LEN.
           MOVE SPACE TO WS-EN-PATH.
           IF PAIR-EN-BASE NOT = SPACE
               MOVE 'Y' TO SW-EN-SET
               MOVE PAIR-EN-BASE TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-EN-BASE-LEN
               IF WS-EN-BASE-LEN > 1
                   AND PAIR-EN-BASE(WS-EN-BASE-LEN:1) = "/"
                   SUBTRACT 1 FROM WS-EN-BASE-LEN
               END-IF
               MOVE SPACE TO WS-URL-WORK
               MOVE PAIR-EN-BASE(1:WS-EN-BASE-LEN) TO WS-URL-WORK
               PERFORM MAIN-007-URL-PATH
               MOVE WS-URL-PATH     TO WS-EN-PATH
               MOVE WS-URL-PATH-LEN TO WS-EN-PATH-LEN
           END-IF.
      *-------------------------------------*
      *WS-URL-WORKから"スキーム://ホスト"を除いたパス部分を
      *WS-URL-PATHへ取り出す（"/"で始まるものはそのまま）
      *-------------------------------------*
       MAIN-007-URL-PATH.
           MOVE WS-URL-WORK TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-URL-WORK-LEN.
           MOVE SPACE TO WS-URL-PATH.
           MOVE 0 TO WS-URL-PATH-LEN.
           IF WS-URL-WORK = SPACE
               CONTINUE
           ELSE
               IF WS-URL-WORK(1:1) = "/"
                   MOVE WS-URL-WORK TO WS-URL-PATH
                   MOVE WS-URL-WORK-LEN TO WS-URL-PATH-LEN
               ELSE
                   MOVE 0 TO WS-SLASHES WS-URL-SLASH-POS
                   PERFORM VARYING WS-URL-IDX FROM 1 BY 1
                             UNTIL WS-URL-IDX > WS-URL-WORK-LEN
                                OR WS-URL-SLASH-POS > 0
                       IF WS-URL-WORK(WS-URL-IDX:1) = "/"
                           ADD 1 TO WS-SLASHES
                           IF WS-SLASHES = 3
                               MOVE WS-URL-IDX TO WS-URL-SLASH-POS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-URL-SLASH-POS > 0
                       COMPUTE WS-URL-PATH-LEN =
                               WS-URL-WORK-LEN - WS-URL-SLASH-POS + 1
                       MOVE WS-URL-WORK(WS-URL-SLASH-POS:
                                        WS-URL-PATH-LEN)
                            TO WS-URL-PATH
                   END-IF
               END-IF
           END-IF.
      *"/"だけのパスはサイト直下（長さ0）として扱う
           IF WS-URL-PATH-LEN = 1
               MOVE SPACE TO WS-URL-PATH
               MOVE 0 TO WS-URL-PATH-LEN
           END-IF.
      *-------------------------------------*
      *TOC.mdの読込（ページ名と章名の一覧）
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
                        PERFORM MAIN-025-PARSE-TOC-LINE
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
      *TOC.mdの1行分の解析（"## "が章、"- ["がページ）
      *-------------------------------------*
       MAIN-025-PARSE-TOC-LINE.
           IF TOC-REC(1:3) = "## "
               MOVE TOC-REC(4:) TO TOC-CUR-CHAPTER
           ELSE
               IF TOC-REC(1:3) = "- ["
                   IF TOC-COUNT >= 2000
                       DISPLAY "AUTOACCESS: TOC exceeds 2000 "
                               "entries - aborting"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   UNSTRING TOC-REC DELIMITED BY "]("
                            INTO TOC-PART1 TOC-PART2
                   UNSTRING TOC-PART2 DELIMITED BY ")"
                            INTO TOC-PART2
                   ADD 1 TO TOC-COUNT
                   MOVE TOC-PART2       TO TOC-FILENAME(TOC-COUNT)
                   MOVE TOC-CUR-CHAPTER TO TOC-CHAPTER(TOC-COUNT)
                   MOVE 0 TO PG-VIEWS(TOC-COUNT) PG-EN-VIEWS(TOC-COUNT)
                             PG-AGE(TOC-COUNT) PG-SCORE(TOC-COUNT)
                   MOVE SPACE TO PG-PUBLISHED(TOC-COUNT)
                                 PG-REVIEWED(TOC-COUNT)
                   MOVE 'N' TO PG-RANKED(TOC-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の読込（PAIR-FILE設定時のみ）
      *-------------------------------------*
       MAIN-030-LOAD-PAIRS.
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
                                   DISPLAY "AUTOACCESS: pair file "
                                           "exceeds 1000 entries - "
                                           "aborting"
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
      *退役ページの対応表の読込（無ければ空のまま進む）
      *-------------------------------------*
       MAIN-040-LOAD-RETIRED.
           MOVE 0 TO RET-COUNT.
           OPEN INPUT RETIREDFILE.
           IF RET-STS = "00"
               PERFORM UNTIL RET-STS NOT = ZERO
                   READ RETIREDFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE RETIRED-LINE TO RET-REC
                        IF RET-REC NOT = SPACE
                           AND RET-REC(1:1) NOT = "*"
                           AND RET-COUNT < 500
                           MOVE SPACE TO RET-P1 RET-P2
                           UNSTRING RET-REC DELIMITED BY SPACE
                                    INTO RET-P1 RET-P2
                           IF RET-P1 NOT = SPACE
                               ADD 1 TO RET-COUNT
                               MOVE RET-P1 TO RET-OLD(RET-COUNT)
                               MOVE RET-P2 TO RET-NEW(RET-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE RETIREDFILE
           END-IF.
      *-------------------------------------*
      *ページ台帳の読込（ページ行の最終処理実行IDだけを持つ。
      *名前に">"を含む部品行は読み飛ばす）
      *-------------------------------------*
       MAIN-045-LOAD-LEDGER.
           MOVE 0 TO LED-COUNT.
           OPEN INPUT LEDGERFILE.
           IF LED-STS = "00"
               PERFORM UNTIL LED-STS NOT = ZERO
                   READ LEDGERFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LED-LINE TO LED-REC
                        IF LED-REC NOT = SPACE
                           AND LED-REC(1:1) NOT = "*"
                           MOVE SPACE TO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM  LED-PART-RUN
                           UNSTRING LED-REC DELIMITED BY SPACE
                                    INTO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM  LED-PART-RUN
                           MOVE 0 TO WS-INC-MARKS
                           INSPECT LED-PART-NAME TALLYING WS-INC-MARKS
                                   FOR ALL ">"
                           IF LED-PART-NAME NOT = SPACE
                              AND LED-PART-RUN NOT = SPACE
                              AND WS-INC-MARKS = 0
                              IF LED-COUNT >= 2000
                                  DISPLAY "AUTOACCESS: ledger table "
                                          "full (2000) - cannot "
                                          "continue"
                                  MOVE 8 TO RETURN-CODE
                                  STOP RUN
                              END-IF
                              ADD 1 TO LED-COUNT
                              MOVE LED-PART-NAME
                                   TO LED-NAME(LED-COUNT)
                              MOVE LED-PART-RUN
                                   TO LED-RUNID(LED-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.
      *-------------------------------------*
      *章をTOCの掲載順に前もって登録する
      *-------------------------------------*
       MAIN-050-REGISTER-CHAPTERS.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE 0 TO WS-CHAP-IX
               PERFORM VARYING CHAP-IDX FROM 1 BY 1
                         UNTIL CHAP-IDX > CHAP-COUNT
                   IF CHAP-NAME(CHAP-IDX) = TOC-CHAPTER(TOC-IDX)
                       SET WS-CHAP-IX TO CHAP-IDX
                   END-IF
               END-PERFORM
               IF WS-CHAP-IX = 0
                   IF CHAP-COUNT >= 200
                       DISPLAY "AUTOACCESS: chapter table full "
                               "(200) - cannot continue"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CHAP-COUNT
                   MOVE TOC-CHAPTER(TOC-IDX) TO CHAP-NAME(CHAP-COUNT)
                   MOVE 0 TO CHAP-VIEWS(CHAP-COUNT)
                             CHAP-EN-VIEWS(CHAP-COUNT)
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *アクセスログを読み、1行ずつ処理する
      *-------------------------------------*
       MAIN-100-READ-LOG.
           OPEN INPUT LOGFILE.
           IF LOG-STS NOT = "00"
               DISPLAY "AUTOACCESS: cannot open access log - "
                       ACCESS-LOG-PATH
               MOVE "cannot open access log - nothing to analyse"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-100-EXIT
           END-IF.
      *制御文字を含む行は状態09で渡されるため、読み続ける
           PERFORM UNTIL LOG-STS NOT = "00"
                         AND LOG-STS NOT = "09"
               MOVE SPACE TO LOG-LINE
               READ LOGFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LOG-LINE-NO
                    MOVE LOG-LINE TO LOG-REC
                    IF LOG-REC NOT = SPACE
                       PERFORM MAIN-110-ONE-LINE THRU MAIN-110-EXIT
                    END-IF
           END-PERFORM.
           CLOSE LOGFILE.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ログ1行分の処理（分解・状態での振り分け）
      *閲覧として数えるのはGET・HEADの200番台と304だけ
      *-------------------------------------*
       MAIN-110-ONE-LINE.
           MOVE SPACE TO LG-HEAD LG-REQUEST LG-AFTER
                         LG-METHOD LG-PATH LG-EMPTY LG-STATUS.
           UNSTRING LOG-REC DELIMITED BY '"'
                    INTO LG-HEAD LG-REQUEST LG-AFTER.
           UNSTRING LG-REQUEST DELIMITED BY ALL SPACE
                    INTO LG-METHOD LG-PATH.
           UNSTRING LG-AFTER DELIMITED BY ALL SPACE
                    INTO LG-EMPTY LG-STATUS.
           IF LG-PATH = SPACE
               OR LG-STATUS(1:3) IS NOT NUMERIC
               OR LG-STATUS(4:1) NOT = SPACE
               ADD 1 TO WS-BAD-LINES
               GO TO MAIN-110-EXIT
           END-IF.
           ADD 1 TO WS-REQUESTS.
      *問い合わせ文字列と断片は落として、パスだけで数える
           UNSTRING LG-PATH DELIMITED BY "?" OR "#"
                    INTO LG-PATH.
           MOVE LG-PATH(1:250) TO WS-URL-WORK.
           PERFORM MAIN-007-URL-PATH.
           PERFORM MAIN-120-MAP-PATH-TO-PAGE.
           EVALUATE TRUE
               WHEN LG-STATUS(1:3) = "404"
                   ADD 1 TO WS-NOT-FOUND
                   PERFORM MAIN-140-RECORD-MISSING THRU MAIN-140-EXIT
               WHEN (LG-STATUS(1:1) = "2" OR LG-STATUS(1:3) = "304")
                    AND (LG-METHOD = "GET" OR LG-METHOD = "HEAD")
                   PERFORM MAIN-130-COUNT-VIEW
               WHEN OTHER
                   ADD 1 TO WS-OTHER-STATUS
           END-EVALUATE.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *リクエストのパスをページ名（.md）へ写像する
      *英語側（PAIR-EN-BASEのパス配下）を先に、日本語側（TOC-BASE-URL
      *のディレクトリ配下）を次に試す（日本語側がサイト直下のとき
      *英語側を飲み込まないため）。WS-TREEは'J'・'E'・空白
      *-------------------------------------*
       MAIN-120-MAP-PATH-TO-PAGE.
           MOVE 'N' TO SW-URL-MAPPED.
           MOVE SPACE TO WS-PAGE-NAME WS-TREE.
           IF SW-EN-SET = 'Y'
               AND WS-URL-PATH-LEN > WS-EN-PATH-LEN + 1
               IF WS-EN-PATH-LEN = 0
                   OR WS-URL-PATH(1:WS-EN-PATH-LEN)
                      = WS-EN-PATH(1:WS-EN-PATH-LEN)
                   IF WS-URL-PATH(WS-EN-PATH-LEN + 1:1) = "/"
                       MOVE 'E' TO WS-TREE
                       COMPUTE WS-REST-LEN =
                               WS-URL-PATH-LEN - WS-EN-PATH-LEN - 1
                       MOVE WS-URL-PATH(WS-EN-PATH-LEN + 2:
                                        WS-REST-LEN)
                            TO WS-PAGE-NAME
                   END-IF
               END-IF
           END-IF.
           IF WS-TREE = SPACE
               AND WS-URL-PATH-LEN > WS-JA-PATH-LEN + 1
               IF WS-JA-PATH-LEN = 0
                   OR WS-URL-PATH(1:WS-JA-PATH-LEN)
                      = WS-JA-PATH(1:WS-JA-PATH-LEN)
                   IF WS-URL-PATH(WS-JA-PATH-LEN + 1:1) = "/"
                       MOVE 'J' TO WS-TREE
                       COMPUTE WS-REST-LEN =
                               WS-URL-PATH-LEN - WS-JA-PATH-LEN - 1
                       MOVE WS-URL-PATH(WS-JA-PATH-LEN + 2:
                                        WS-REST-LEN)
                            TO WS-PAGE-NAME
                   END-IF
               END-IF
           END-IF.
           IF WS-TREE NOT = SPACE
               PERFORM MAIN-125-HTML-TO-MD
           END-IF.
      *-------------------------------------*
      *公開URLの".html"を変換元の".md"へ戻す
      *（.htmlで終わらない残りはページに写像できない）
      *-------------------------------------*
       MAIN-125-HTML-TO-MD.
           IF WS-REST-LEN > 5
               AND WS-PAGE-NAME(WS-REST-LEN - 4:5) = ".html"
               MOVE SPACE TO WS-PAGE-NAME(WS-REST-LEN - 4:5)
               MOVE ".md" TO
                    WS-PAGE-NAME(WS-REST-LEN - 4:3)
               MOVE 'Y' TO SW-URL-MAPPED
           END-IF.
      *-------------------------------------*
      *英語側ページ名を対応表で日本語側ページ名へ写し替える
      *（対応表に無ければSW-NAME-FOUNDを'N'にする）
      *-------------------------------------*
       MAIN-128-MAP-EN-TO-JA.
           MOVE 'N' TO SW-NAME-FOUND.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                     UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-EN(PAIR-IDX) = WS-PAGE-NAME
                   MOVE PAIR-JA(PAIR-IDX) TO WS-JA-NAME
                   MOVE 'Y' TO SW-NAME-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *閲覧1件を数える（TOC掲載ページはページと章へ、TOC自身・
      *退役ページのリダイレクト用スタブは別に数える）
      *-------------------------------------*
       MAIN-130-COUNT-VIEW.
           IF SW-URL-MAPPED = 'N'
               ADD 1 TO WS-OTHER-OK
           ELSE
               IF WS-PAGE-NAME = "TOC.md"
                   ADD 1 TO WS-TOC-VIEWS
               ELSE
                   MOVE WS-PAGE-NAME TO WS-JA-NAME
                   MOVE 'Y' TO SW-NAME-FOUND
                   IF WS-TREE = 'E'
                       PERFORM MAIN-128-MAP-EN-TO-JA
                   END-IF
                   MOVE 0 TO WS-TOC-MATCH
                   IF SW-NAME-FOUND = 'Y'
                       PERFORM VARYING TOC-IDX FROM 1 BY 1
                                 UNTIL TOC-IDX > TOC-COUNT
                           IF TOC-FILENAME(TOC-IDX) = WS-JA-NAME
                               SET WS-TOC-MATCH TO TOC-IDX
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-TOC-MATCH > 0
                       PERFORM MAIN-135-ACCUMULATE
                   ELSE
                       PERFORM MAIN-137-FIND-RETIRED
                       IF WS-RET-MATCH > 0 AND WS-TREE = 'J'
                           ADD 1 TO WS-STUB-VIEWS
                       ELSE
                           ADD 1 TO WS-OTHER-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *章とページへ閲覧数を積む
      *-------------------------------------*
       MAIN-135-ACCUMULATE.
           ADD 1 TO WS-PAGE-VIEWS.
           ADD 1 TO PG-VIEWS(WS-TOC-MATCH).
           IF WS-TREE = 'E'
               ADD 1 TO WS-EN-VIEWS
               ADD 1 TO PG-EN-VIEWS(WS-TOC-MATCH)
           END-IF.
           MOVE 0 TO WS-CHAP-IX.
           PERFORM VARYING CHAP-IDX FROM 1 BY 1
                     UNTIL CHAP-IDX > CHAP-COUNT
               IF CHAP-NAME(CHAP-IDX) = TOC-CHAPTER(WS-TOC-MATCH)
                   SET WS-CHAP-IX TO CHAP-IDX
               END-IF
           END-PERFORM.
           IF WS-CHAP-IX > 0
               ADD 1 TO CHAP-VIEWS(WS-CHAP-IX)
               IF WS-TREE = 'E'
                   ADD 1 TO CHAP-EN-VIEWS(WS-CHAP-IX)
               END-IF
           END-IF.
      *-------------------------------------*
      *WS-PAGE-NAMEを退役ページの対応表から探す
      *-------------------------------------*
       MAIN-137-FIND-RETIRED.
           MOVE 0 TO WS-RET-MATCH.
           PERFORM VARYING RET-IDX FROM 1 BY 1
                     UNTIL RET-IDX > RET-COUNT
               IF RET-OLD(RET-IDX) = WS-PAGE-NAME
                   SET WS-RET-MATCH TO RET-IDX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *404を1件、パスごとに数える
      *（表が一杯になった後の新しいパスは件数だけを数える）
      *-------------------------------------*
       MAIN-140-RECORD-MISSING.
           MOVE 0 TO WS-MISS-MATCH.
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                     UNTIL MISS-IDX > MISS-COUNT
                        OR WS-MISS-MATCH > 0
               IF MISS-URL(MISS-IDX) = WS-URL-PATH
                   SET WS-MISS-MATCH TO MISS-IDX
               END-IF
           END-PERFORM.
           IF WS-MISS-MATCH > 0
               ADD 1 TO MISS-HITS(WS-MISS-MATCH)
               GO TO MAIN-140-EXIT
           END-IF.
           IF MISS-COUNT >= 2000
               ADD 1 TO WS-NOT-FOUND-LOST
               IF SW-MISS-FULL-SAID = 'N'
                   DISPLAY "AUTOACCESS: WARNING missing-URL table "
                           "full (2000) - further URLs only counted"
                   MOVE 'Y' TO SW-MISS-FULL-SAID
               END-IF
               GO TO MAIN-140-EXIT
           END-IF.
           ADD 1 TO MISS-COUNT.
           MOVE WS-URL-PATH TO MISS-URL(MISS-COUNT).
           MOVE 1 TO MISS-HITS(MISS-COUNT).
           MOVE WS-TREE TO MISS-TREE(MISS-COUNT).
           MOVE SPACE TO MISS-PAGE(MISS-COUNT) MISS-TARGET(MISS-COUNT).
           IF SW-URL-MAPPED = 'Y'
               MOVE WS-PAGE-NAME TO MISS-PAGE(MISS-COUNT)
           END-IF.
           MOVE SPACE TO MISS-KIND(MISS-COUNT) MISS-NOTE(MISS-COUNT).
           MOVE 'N' TO MISS-LISTED(MISS-COUNT).
       MAIN-140-EXIT.
           CONTINUE.
      *-------------------------------------*
      *章ごと・ページごとの閲覧数を書き出す
      *（章はTOCの掲載順。閲覧の無いページは件数だけを書く）
      *-------------------------------------*
       MAIN-300-WRITE-VIEWS.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "views per chapter and page (en= is the English share)"
                TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING CHAP-IDX FROM 1 BY 1
                     UNTIL CHAP-IDX > CHAP-COUNT
               PERFORM MAIN-310-WRITE-ONE-CHAPTER
           END-PERFORM.
      *-------------------------------------*
       MAIN-310-WRITE-ONE-CHAPTER.
           MOVE CHAP-NAME(CHAP-IDX)(1:80) TO WS-TRIM-IN(1:80).
           MOVE SPACE TO WS-TRIM-IN(81:170).
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE SPACE TO RPT-TEXT.
           STRING CHAP-NAME(CHAP-IDX)(1:WS-TRIM-LEN)
                                          DELIMITED BY SIZE
                  " : views="             DELIMITED BY SIZE
                  CHAP-VIEWS(CHAP-IDX)    DELIMITED BY SIZE
                  " en="                  DELIMITED BY SIZE
                  CHAP-EN-VIEWS(CHAP-IDX) DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-UNVIEWED.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               IF TOC-CHAPTER(TOC-IDX) = CHAP-NAME(CHAP-IDX)
                   IF PG-VIEWS(TOC-IDX) = 0
                       ADD 1 TO WS-UNVIEWED
                   ELSE
                       MOVE SPACE TO RPT-TEXT
                       STRING "  "                  DELIMITED BY SIZE
                              TOC-FILENAME(TOC-IDX) DELIMITED BY SPACE
                              " : views="           DELIMITED BY SIZE
                              PG-VIEWS(TOC-IDX)     DELIMITED BY SIZE
                              " en="                DELIMITED BY SIZE
                              PG-EN-VIEWS(TOC-IDX)  DELIMITED BY SIZE
                              INTO RPT-TEXT
                       MOVE RPT-TEXT TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-UNVIEWED > 0
               MOVE SPACE TO RPT-TEXT
               STRING "  (pages without views: " DELIMITED BY SIZE
                      WS-UNVIEWED                DELIMITED BY SIZE
                      ")"                        DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *404になったURLを1件ずつ分類し、近いページを探す
      *-------------------------------------*
       MAIN-400-CLASSIFY-MISSING.
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                     UNTIL MISS-IDX > MISS-COUNT
               PERFORM MAIN-405-CLASSIFY-ONE
           END-PERFORM.
      *-------------------------------------*
       MAIN-405-CLASSIFY-ONE.
           EVALUATE TRUE
               WHEN MISS-TREE(MISS-IDX) = SPACE
                   MOVE 'O' TO MISS-KIND(MISS-IDX)
               WHEN MISS-PAGE(MISS-IDX) = SPACE
                   MOVE 'A' TO MISS-KIND(MISS-IDX)
               WHEN MISS-TREE(MISS-IDX) = 'J'
                   PERFORM MAIN-406-CLASSIFY-JA
               WHEN OTHER
                   PERFORM MAIN-407-CLASSIFY-EN
           END-EVALUATE.
      *-------------------------------------*
      *日本語側のページ: TOC掲載済み・retired.lst掲載済み・
      *近いページあり（retired.lst行を提案）・近いもの無し
      *-------------------------------------*
       MAIN-406-CLASSIFY-JA.
           MOVE MISS-PAGE(MISS-IDX) TO WS-PAGE-NAME.
           MOVE 0 TO WS-TOC-MATCH.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               IF TOC-FILENAME(TOC-IDX) = WS-PAGE-NAME
                   SET WS-TOC-MATCH TO TOC-IDX
               END-IF
           END-PERFORM.
           IF WS-TOC-MATCH > 0
               MOVE 'T' TO MISS-KIND(MISS-IDX)
           ELSE
               PERFORM MAIN-137-FIND-RETIRED
               IF WS-RET-MATCH > 0
                   MOVE 'R' TO MISS-KIND(MISS-IDX)
                   MOVE RET-NEW(WS-RET-MATCH) TO MISS-TARGET(MISS-IDX)
                   ADD 1 TO WS-STUBS-MISSING
               ELSE
                   PERFORM MAIN-410-FIND-CLOSEST
                   IF WS-BEST-KIND = SPACE
                       MOVE 'N' TO MISS-KIND(MISS-IDX)
                   ELSE
                       MOVE 'P' TO MISS-KIND(MISS-IDX)
                       MOVE WS-BEST-TARGET TO MISS-TARGET(MISS-IDX)
                       PERFORM MAIN-408-SET-REASON
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *英語側のページ: 対応表に掲載済み・近い英語側ページあり・
      *近いもの無し（retired.lstは日本語側だけを扱うので提案しない）
      *-------------------------------------*
       MAIN-407-CLASSIFY-EN.
           MOVE MISS-PAGE(MISS-IDX) TO WS-PAGE-NAME.
           PERFORM MAIN-128-MAP-EN-TO-JA.
           IF SW-NAME-FOUND = 'Y'
               MOVE 'T' TO MISS-KIND(MISS-IDX)
           ELSE
               PERFORM MAIN-410-FIND-CLOSEST
               IF WS-BEST-KIND = SPACE
                   MOVE 'N' TO MISS-KIND(MISS-IDX)
               ELSE
                   MOVE 'E' TO MISS-KIND(MISS-IDX)
                   MOVE WS-BEST-TARGET TO MISS-TARGET(MISS-IDX)
                   PERFORM MAIN-408-SET-REASON
               END-IF
           END-IF.
      *-------------------------------------*
      *近いページを選んだ理由を覚える
      *-------------------------------------*
       MAIN-408-SET-REASON.
           MOVE WS-BEST-DIST TO WS-DIST-D.
           MOVE SPACE TO MISS-NOTE(MISS-IDX).
           EVALUATE TRUE
               WHEN WS-BEST-KIND = 'S'
                   MOVE "same name except case or separators"
                        TO MISS-NOTE(MISS-IDX)
               WHEN WS-BEST-KIND = 'B'
                   MOVE "same file name in another directory"
                        TO MISS-NOTE(MISS-IDX)
               WHEN WS-BEST-KIND = 'R'
                   STRING "close to retired "  DELIMITED BY SIZE
                          WS-BEST-FROM         DELIMITED BY SPACE
                          " (distance "        DELIMITED BY SIZE
                          WS-DIST-D            DELIMITED BY SIZE
                          ")"                  DELIMITED BY SIZE
                          INTO MISS-NOTE(MISS-IDX)
               WHEN OTHER
                   STRING "close match (distance "
                                               DELIMITED BY SIZE
                          WS-DIST-D            DELIMITED BY SIZE
                          ")"                  DELIMITED BY SIZE
                          INTO MISS-NOTE(MISS-IDX)
           END-EVALUATE.
      *-------------------------------------*
      *MISS-PAGE(MISS-IDX)に最も近いページを探す
      *日本語側はTOCのページ（改名）とretired.lstの旧ページ名（その
      *後継へ案内）を、英語側は対応表の英語側ページを候補にする。
      *正規化した名前の編集距離が短い方の長さの1/4以内（1～4）の
      *ものだけを採り、同じ距離ならTOCの掲載順で先のものを採る。
      *大文字・小文字と"_"・"-"の違いだけのもの、ディレクトリだけが
      *違う同じファイル名は距離0として扱う（前者を優先）。
      *見つからなければWS-BEST-KINDは空白
      *-------------------------------------*
       MAIN-410-FIND-CLOSEST.
           MOVE MISS-PAGE(MISS-IDX) TO WS-NORM-IN.
           PERFORM MAIN-415-NORMALIZE.
           MOVE WS-NORM-OUT TO WS-MISS-NORM ED-A.
           MOVE WS-NORM-LEN TO WS-MISS-NORM-LEN ED-A-LEN.
           MOVE SPACE TO WS-MISS-BASE.
           MOVE WS-NORM-OUT(WS-BASE-POS:) TO WS-MISS-BASE.
           MOVE 999 TO WS-BEST-DIST.
           MOVE SPACE TO WS-BEST-KIND WS-BEST-TARGET WS-BEST-FROM.
           IF MISS-TREE(MISS-IDX) = 'J'
               PERFORM VARYING TOC-IDX FROM 1 BY 1
                         UNTIL TOC-IDX > TOC-COUNT
                   MOVE TOC-FILENAME(TOC-IDX) TO WS-CAND-NAME
                                                 WS-CAND-TARGET
                   MOVE 'T' TO WS-CAND-KIND
                   PERFORM MAIN-420-TRY-CANDIDATE THRU MAIN-420-EXIT
               END-PERFORM
               PERFORM VARYING RET-IDX FROM 1 BY 1
                         UNTIL RET-IDX > RET-COUNT
                   IF RET-NEW(RET-IDX) NOT = SPACE
                       MOVE RET-OLD(RET-IDX) TO WS-CAND-NAME
                       MOVE RET-NEW(RET-IDX) TO WS-CAND-TARGET
                       MOVE 'R' TO WS-CAND-KIND
                       PERFORM MAIN-420-TRY-CANDIDATE
                               THRU MAIN-420-EXIT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                         UNTIL PAIR-IDX > PAIR-COUNT
                   MOVE PAIR-EN(PAIR-IDX) TO WS-CAND-NAME
                                             WS-CAND-TARGET
                   MOVE 'T' TO WS-CAND-KIND
                   PERFORM MAIN-420-TRY-CANDIDATE THRU MAIN-420-EXIT
               END-PERFORM
           END-IF.
      *-------------------------------------*
      *WS-NORM-INを比較用に正規化してWS-NORM-OUTへ（80バイトまで）
      *WS-BASE-POSはファイル名部分（最後の"/"の次）の位置
      *-------------------------------------*
       MAIN-415-NORMALIZE.
           INSPECT WS-NORM-IN CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ_" TO
                   "abcdefghijklmnopqrstuvwxyz-".
           MOVE WS-NORM-IN TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-NORM-LEN.
           IF WS-NORM-LEN > 3
               AND WS-NORM-IN(WS-NORM-LEN - 2:3) = ".md"
               SUBTRACT 3 FROM WS-NORM-LEN
           END-IF.
           IF WS-NORM-LEN > 80
               MOVE 80 TO WS-NORM-LEN
           END-IF.
           MOVE SPACE TO WS-NORM-OUT.
           MOVE WS-NORM-IN(1:WS-NORM-LEN) TO WS-NORM-OUT.
           MOVE 1 TO WS-BASE-POS.
           PERFORM VARYING WS-URL-IDX FROM 1 BY 1
                     UNTIL WS-URL-IDX >= WS-NORM-LEN
               IF WS-NORM-OUT(WS-URL-IDX:1) = "/"
                   COMPUTE WS-BASE-POS = WS-URL-IDX + 1
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *候補1件と比べ、より近ければ覚える
      *-------------------------------------*
       MAIN-420-TRY-CANDIDATE.
           MOVE WS-CAND-NAME TO WS-NORM-IN.
           PERFORM MAIN-415-NORMALIZE.
      *大文字・小文字や"_"と"-"の違いだけなら最も近いとする
           IF WS-NORM-OUT = WS-MISS-NORM
               IF WS-BEST-DIST > 0 OR WS-BEST-KIND = 'B'
                   MOVE 0 TO WS-BEST-DIST
                   MOVE WS-CAND-TARGET TO WS-BEST-TARGET
                   MOVE WS-CAND-NAME TO WS-BEST-FROM
                   MOVE 'S' TO WS-BEST-KIND
               END-IF
               GO TO MAIN-420-EXIT
           END-IF.
           MOVE SPACE TO WS-CAND-BASE.
           MOVE WS-NORM-OUT(WS-BASE-POS:) TO WS-CAND-BASE.
           IF WS-CAND-BASE = WS-MISS-BASE
               IF WS-BEST-DIST > 0 AND WS-BEST-KIND NOT = 'S'
                   MOVE 0 TO WS-BEST-DIST
                   MOVE WS-CAND-TARGET TO WS-BEST-TARGET
                   MOVE WS-CAND-NAME TO WS-BEST-FROM
                   MOVE 'B' TO WS-BEST-KIND
               END-IF
               GO TO MAIN-420-EXIT
           END-IF.
           MOVE WS-NORM-OUT TO ED-B.
           MOVE WS-NORM-LEN TO ED-B-LEN.
           IF ED-A-LEN < ED-B-LEN
               DIVIDE ED-A-LEN BY 4 GIVING WS-DIST-LIMIT
               COMPUTE WS-LEN-DIFF = ED-B-LEN - ED-A-LEN
           ELSE
               DIVIDE ED-B-LEN BY 4 GIVING WS-DIST-LIMIT
               COMPUTE WS-LEN-DIFF = ED-A-LEN - ED-B-LEN
           END-IF.
           IF WS-DIST-LIMIT < 1
               MOVE 1 TO WS-DIST-LIMIT
           END-IF.
           IF WS-DIST-LIMIT > 4
               MOVE 4 TO WS-DIST-LIMIT
           END-IF.
           IF WS-LEN-DIFF > WS-DIST-LIMIT
               OR WS-LEN-DIFF >= WS-BEST-DIST
               GO TO MAIN-420-EXIT
           END-IF.
           PERFORM MAIN-425-EDIT-DISTANCE.
           IF ED-DIST <= WS-DIST-LIMIT AND ED-DIST < WS-BEST-DIST
               MOVE ED-DIST TO WS-BEST-DIST
               MOVE WS-CAND-TARGET TO WS-BEST-TARGET
               MOVE WS-CAND-NAME TO WS-BEST-FROM
               MOVE WS-CAND-KIND TO WS-BEST-KIND
           END-IF.
       MAIN-420-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ED-AとED-Bの編集距離（挿入・削除・置換を1と数える）
      *ED-PREV／ED-CURの(j+1)番目が先頭j文字までの距離
      *-------------------------------------*
       MAIN-425-EDIT-DISTANCE.
           PERFORM VARYING ED-J FROM 0 BY 1 UNTIL ED-J > ED-B-LEN
               MOVE ED-J TO ED-PREV(ED-J + 1)
           END-PERFORM.
           PERFORM VARYING ED-I FROM 1 BY 1 UNTIL ED-I > ED-A-LEN
               MOVE ED-I TO ED-CUR(1)
               PERFORM VARYING ED-J FROM 1 BY 1
                         UNTIL ED-J > ED-B-LEN
                   PERFORM MAIN-426-EDIT-CELL
               END-PERFORM
               MOVE ED-CUR-ROW TO ED-PREV-ROW
           END-PERFORM.
           MOVE ED-PREV(ED-B-LEN + 1) TO ED-DIST.
      *-------------------------------------*
       MAIN-426-EDIT-CELL.
           IF ED-A(ED-I:1) = ED-B(ED-J:1)
               MOVE 0 TO ED-COST
           ELSE
               MOVE 1 TO ED-COST
           END-IF.
           COMPUTE ED-BEST = ED-PREV(ED-J) + ED-COST.
           IF ED-PREV(ED-J + 1) + 1 < ED-BEST
               COMPUTE ED-BEST = ED-PREV(ED-J + 1) + 1
           END-IF.
           IF ED-CUR(ED-J) + 1 < ED-BEST
               COMPUTE ED-BEST = ED-CUR(ED-J) + 1
           END-IF.
           MOVE ED-BEST TO ED-CUR(ED-J + 1).
      *-------------------------------------*
      *404の多いURLの上位を書き出す（同数なら先に現れた順）
      *"  hits=NNNNNNN パス"に続けて"      -> 分類"
      *-------------------------------------*
       MAIN-430-WRITE-TOP-MISSING.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "top missing URLs (404)" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                     UNTIL MISS-IDX > MISS-COUNT
               MOVE 'N' TO MISS-LISTED(MISS-IDX)
           END-PERFORM.
           MOVE 0 TO WS-RANK.
           PERFORM MAIN-435-PICK-NEXT.
           PERFORM UNTIL WS-MISS-BEST = 0 OR WS-RANK >= TOP-MISSING
               ADD 1 TO WS-RANK
               MOVE 'Y' TO MISS-LISTED(WS-MISS-BEST)
               PERFORM MAIN-436-WRITE-ONE-MISSING
               PERFORM MAIN-435-PICK-NEXT
           END-PERFORM.
           IF WS-RANK = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *まだ書いていないURLのうち件数の最も多いものを選ぶ
      *（SW-DUP-PROPOSALが'Y'ならretired.lst行の提案だけから選ぶ）
      *-------------------------------------*
       MAIN-435-PICK-NEXT.
           MOVE 0 TO WS-MISS-BEST.
           PERFORM VARYING WS-MISS-J FROM 1 BY 1
                     UNTIL WS-MISS-J > MISS-COUNT
               IF MISS-LISTED(WS-MISS-J) = 'N'
                   AND (SW-DUP-PROPOSAL = 'N'
                        OR MISS-KIND(WS-MISS-J) = 'P')
                   IF WS-MISS-BEST = 0
                       MOVE WS-MISS-J TO WS-MISS-BEST
                   ELSE
                       IF MISS-HITS(WS-MISS-J)
                          > MISS-HITS(WS-MISS-BEST)
                           MOVE WS-MISS-J TO WS-MISS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-436-WRITE-ONE-MISSING.
           MOVE SPACE TO RPT-TEXT.
           STRING "  hits="                  DELIMITED BY SIZE
                  MISS-HITS(WS-MISS-BEST)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  MISS-URL(WS-MISS-BEST)     DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           EVALUATE MISS-KIND(WS-MISS-BEST)
               WHEN 'P'
                   STRING "      -> propose: "    DELIMITED BY SIZE
                          MISS-PAGE(WS-MISS-BEST) DELIMITED BY SPACE
                          " "                     DELIMITED BY SIZE
                          MISS-TARGET(WS-MISS-BEST)
                                                  DELIMITED BY SPACE
                          " - "                   DELIMITED BY SIZE
                          MISS-NOTE(WS-MISS-BEST) DELIMITED BY "  "
                          INTO RPT-TEXT
               WHEN 'R'
                   STRING "      -> in retired.lst (successor "
                                                  DELIMITED BY SIZE
                          MISS-TARGET(WS-MISS-BEST)
                                                  DELIMITED BY SPACE
                          ") - redirect stub not deployed"
                                                  DELIMITED BY SIZE
                          INTO RPT-TEXT
               WHEN 'T'
                   MOVE "      -> page is listed - not published?"
                        TO RPT-TEXT
               WHEN 'E'
                   STRING "      -> English page close to "
                                                  DELIMITED BY SIZE
                          MISS-TARGET(WS-MISS-BEST)
                                                  DELIMITED BY SPACE
                          " - "                   DELIMITED BY SIZE
                          MISS-NOTE(WS-MISS-BEST) DELIMITED BY "  "
                          " (fix the link; retired.lst covers the "
                                                  DELIMITED BY SIZE
                          "Japanese tree only)"   DELIMITED BY SIZE
                          INTO RPT-TEXT
               WHEN 'N'
                   MOVE "      -> no close page - broken link?"
                        TO RPT-TEXT
               WHEN 'A'
                   MOVE "      -> not a page (asset or directory)"
                        TO RPT-TEXT
               WHEN OTHER
                   MOVE "      -> outside the published trees"
                        TO RPT-TEXT
           END-EVALUATE.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *retired.lst行の提案を件数の多い順に書き出す
      *（同じページ名の提案は1行だけ）。報告のほか、そのまま
      *retired.lstへ写せる形でautoaccess_redirects.lstにも書く
      *-------------------------------------*
       MAIN-440-WRITE-PROPOSALS.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "proposed retired.lst lines (also written to "
                                     DELIMITED BY SIZE
                  REDIR-PATH         DELIMITED BY SPACE
                  ")"                DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN OUTPUT REDIRFILE.
           MOVE "* retired.lst lines proposed by AUTOACCESS from 404s"
                TO REDIR-LINE.
           WRITE REDIR-LINE.
           MOVE SPACE TO REDIR-LINE.
           STRING "* as-of="        DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  " - check each successor before copying"
                                    DELIMITED BY SIZE
                  INTO REDIR-LINE.
           WRITE REDIR-LINE.
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                     UNTIL MISS-IDX > MISS-COUNT
               MOVE 'N' TO MISS-LISTED(MISS-IDX)
           END-PERFORM.
           MOVE 'Y' TO SW-DUP-PROPOSAL.
           PERFORM MAIN-435-PICK-NEXT.
           PERFORM UNTIL WS-MISS-BEST = 0
               MOVE 'Y' TO MISS-LISTED(WS-MISS-BEST)
               PERFORM MAIN-445-WRITE-ONE-PROPOSAL
               PERFORM MAIN-435-PICK-NEXT
           END-PERFORM.
           MOVE 'N' TO SW-DUP-PROPOSAL.
           CLOSE REDIRFILE.
           IF WS-PROPOSALS = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
       MAIN-445-WRITE-ONE-PROPOSAL.
           MOVE 'N' TO SW-NAME-FOUND.
           PERFORM VARYING WS-MISS-J FROM 1 BY 1
                     UNTIL WS-MISS-J > MISS-COUNT
               IF WS-MISS-J NOT = WS-MISS-BEST
                   AND MISS-KIND(WS-MISS-J) = 'P'
                   AND MISS-LISTED(WS-MISS-J) = 'Y'
                   AND MISS-PAGE(WS-MISS-J) = MISS-PAGE(WS-MISS-BEST)
                   MOVE 'Y' TO SW-NAME-FOUND
               END-IF
           END-PERFORM.
           IF SW-NAME-FOUND = 'N'
               ADD 1 TO WS-PROPOSALS
               MOVE SPACE TO RPT-TEXT
               STRING "  "                       DELIMITED BY SIZE
                      MISS-PAGE(WS-MISS-BEST)    DELIMITED BY SPACE
                      " "                        DELIMITED BY SIZE
                      MISS-TARGET(WS-MISS-BEST)  DELIMITED BY SPACE
                      "  (hits="                 DELIMITED BY SIZE
                      MISS-HITS(WS-MISS-BEST)    DELIMITED BY SIZE
                      ", "                       DELIMITED BY SIZE
                      MISS-NOTE(WS-MISS-BEST)    DELIMITED BY "  "
                      ")"                        DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACE TO REDIR-LINE
               STRING "* hits="                  DELIMITED BY SIZE
                      MISS-HITS(WS-MISS-BEST)    DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      MISS-NOTE(WS-MISS-BEST)    DELIMITED BY "  "
                      INTO REDIR-LINE
               WRITE REDIR-LINE
               MOVE SPACE TO REDIR-LINE
               STRING MISS-PAGE(WS-MISS-BEST)    DELIMITED BY SPACE
                      " "                        DELIMITED BY SIZE
                      MISS-TARGET(WS-MISS-BEST)  DELIMITED BY SPACE
                      INTO REDIR-LINE
               WRITE REDIR-LINE
           END-IF.
      *-------------------------------------*
      *閲覧されたページの古さを求め、閲覧数×経過日数の大きい順に
      *手直しの優先順位を書き出す。経過日数は台帳の最終処理日と
      *reviewed:のうち新しい方から今日まで（どちらも無ければ9999）
      *-------------------------------------*
       MAIN-500-RANK-PAGES.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               IF PG-VIEWS(TOC-IDX) > 0
                   PERFORM MAIN-505-AGE-ONE-PAGE
               END-IF
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "priorities (views x days since last publish or review)"
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-RANK.
           PERFORM MAIN-530-PICK-NEXT-PAGE.
           PERFORM UNTIL WS-RANK-BEST = 0 OR WS-RANK >= TOP-PRIORITY
               ADD 1 TO WS-RANK
               MOVE 'Y' TO PG-RANKED(WS-RANK-BEST)
               PERFORM MAIN-540-WRITE-ONE-PRIORITY
               PERFORM MAIN-530-PICK-NEXT-PAGE
           END-PERFORM.
           IF WS-RANK = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
       MAIN-505-AGE-ONE-PAGE.
           MOVE SPACE TO WS-LED-KEY.
           STRING "old/"                 DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  INTO WS-LED-KEY.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX) = WS-LED-KEY
                   MOVE LED-RUNID(LED-IDX)(1:8) TO PG-PUBLISHED(TOC-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-LED-KEY TO PAGE-FILE-PATH.
           PERFORM MAIN-510-READ-REVIEWED.
      *レビュー日はYYYY-MM-DDまたはYYYYMMDD。日付でなければ使わない
           IF FM-REVIEWED NOT = SPACE
               MOVE SPACE TO WS-DT-IN
               IF FM-REVIEWED(5:1) = "-" AND FM-REVIEWED(8:1) = "-"
                   STRING FM-REVIEWED(1:4) FM-REVIEWED(6:2)
                          FM-REVIEWED(9:2)
                          DELIMITED BY SIZE INTO WS-DT-IN
               ELSE
                   MOVE FM-REVIEWED(1:8) TO WS-DT-IN
               END-IF
               PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT
               IF SW-DATE-OK = 'Y'
                   MOVE WS-DT-IN TO PG-REVIEWED(TOC-IDX)
               END-IF
           END-IF.
           MOVE PG-PUBLISHED(TOC-IDX) TO WS-LAST-DATE.
           IF PG-REVIEWED(TOC-IDX) NOT = SPACE
               AND (WS-LAST-DATE = SPACE
                    OR PG-REVIEWED(TOC-IDX) > WS-LAST-DATE)
               MOVE PG-REVIEWED(TOC-IDX) TO WS-LAST-DATE
           END-IF.
           MOVE 9999 TO PG-AGE(TOC-IDX).
           IF WS-LAST-DATE NOT = SPACE
               MOVE WS-LAST-DATE TO WS-DT-IN
               PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT
               IF SW-DATE-OK = 'Y'
                   MOVE 0 TO PG-AGE(TOC-IDX)
                   IF WS-DT-DAYS < WS-TODAY-DAYS
                       COMPUTE PG-AGE(TOC-IDX) =
                               WS-TODAY-DAYS - WS-DT-DAYS
                   END-IF
                   IF PG-AGE(TOC-IDX) > 9999
                       MOVE 9999 TO PG-AGE(TOC-IDX)
                   END-IF
               END-IF
           END-IF.
           COMPUTE PG-SCORE(TOC-IDX) =
                   PG-VIEWS(TOC-IDX) * PG-AGE(TOC-IDX).
      *-------------------------------------*
      *PAGE-FILE-PATHのフロントマターからreviewed:を読み取る
      *（AUTOMANUALと同じ規則: 1行目の"---"で開き、次の"---"で
      *閉じる。閉じられないフロントマターは無かったものとする）
      *-------------------------------------*
       MAIN-510-READ-REVIEWED.
           MOVE SPACE TO FM-REVIEWED.
           MOVE 'N' TO SW-FM-OPEN SW-FM-DONE.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS = "00"
               PERFORM UNTIL SW-FM-DONE = 'Y'
                             OR (PAGE-STS NOT = "00"
                                 AND PAGE-STS NOT = "09")
                   MOVE SPACE TO PAGE-REC
                   READ PAGEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        PERFORM MAIN-515-TRACK-FM-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FM-DONE = 'N'
               MOVE SPACE TO FM-REVIEWED
           END-IF.
      *-------------------------------------*
       MAIN-515-TRACK-FM-LINE.
           IF WS-LINE-NO = 1
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'Y' TO SW-FM-OPEN
               ELSE
                   MOVE 'Y' TO SW-FM-DONE
               END-IF
           ELSE
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'N' TO SW-FM-OPEN
                   MOVE 'Y' TO SW-FM-DONE
               ELSE
                   MOVE SPACE TO FM-KEY FM-VALUE
                   UNSTRING PAGE-REC(1:300) DELIMITED BY ": "
                            INTO FM-KEY FM-VALUE
                   IF FM-KEY = "reviewed"
                       MOVE FM-VALUE(1:20) TO FM-REVIEWED
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *まだ書いていないページのうち優先度の最も高いものを選ぶ
      *（同じ値ならTOCの掲載順で先のページ。優先度0は選ばない）
      *-------------------------------------*
       MAIN-530-PICK-NEXT-PAGE.
           MOVE 0 TO WS-RANK-BEST.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               IF PG-RANKED(TOC-IDX) = 'N' AND PG-SCORE(TOC-IDX) > 0
                   IF WS-RANK-BEST = 0
                       SET WS-RANK-BEST TO TOC-IDX
                   ELSE
                       IF PG-SCORE(TOC-IDX) > PG-SCORE(WS-RANK-BEST)
                           SET WS-RANK-BEST TO TOC-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *"  NNN ページ : views= age= score= published= reviewed="
      *-------------------------------------*
       MAIN-540-WRITE-ONE-PRIORITY.
           MOVE PG-PUBLISHED(WS-RANK-BEST) TO WS-PUB-SHOW.
           IF WS-PUB-SHOW = SPACE
               MOVE "-" TO WS-PUB-SHOW
           END-IF.
           MOVE PG-REVIEWED(WS-RANK-BEST) TO WS-REV-SHOW.
           IF WS-REV-SHOW = SPACE
               MOVE "-" TO WS-REV-SHOW
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "  "                        DELIMITED BY SIZE
                  WS-RANK                     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  TOC-FILENAME(WS-RANK-BEST)  DELIMITED BY SPACE
                  " : views="                 DELIMITED BY SIZE
                  PG-VIEWS(WS-RANK-BEST)      DELIMITED BY SIZE
                  " age="                     DELIMITED BY SIZE
                  PG-AGE(WS-RANK-BEST)        DELIMITED BY SIZE
                  " score="                   DELIMITED BY SIZE
                  PG-SCORE(WS-RANK-BEST)      DELIMITED BY SIZE
                  " published="               DELIMITED BY SIZE
                  WS-PUB-SHOW                 DELIMITED BY SPACE
                  " reviewed="                DELIMITED BY SIZE
                  WS-REV-SHOW                 DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
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
      *WS-DT-IN（YYYYMMDD）を通算日数WS-DT-DAYSに直す
      *（3月始まりの暦で年・月を数え直し、うるう日を年末に置く）
      *日付として正しくなければSW-DATE-OKを'N'にする
      *-------------------------------------*
       MAIN-600-DATE-TO-DAYS.
           MOVE 'N' TO SW-DATE-OK.
           MOVE 0 TO WS-DT-DAYS.
           IF WS-DT-IN IS NOT NUMERIC
               GO TO MAIN-600-EXIT
           END-IF.
           MOVE WS-DT-IN(1:4) TO WS-DT-Y.
           MOVE WS-DT-IN(5:2) TO WS-DT-M.
           MOVE WS-DT-IN(7:2) TO WS-DT-D.
           IF WS-DT-Y < 1900 OR WS-DT-M < 1 OR WS-DT-M > 12
               OR WS-DT-D < 1 OR WS-DT-D > 31
               GO TO MAIN-600-EXIT
           END-IF.
           MOVE 'Y' TO SW-DATE-OK.
           MOVE WS-DT-Y TO WS-DT-YY.
           MOVE WS-DT-M TO WS-DT-MM.
           IF WS-DT-MM <= 2
               SUBTRACT 1 FROM WS-DT-YY
               ADD 12 TO WS-DT-MM
           END-IF.
           COMPUTE WS-DT-DAYS = 365 * WS-DT-YY + WS-DT-D.
           DIVIDE WS-DT-YY BY 4 GIVING WS-DT-Q.
           ADD WS-DT-Q TO WS-DT-DAYS.
           DIVIDE WS-DT-YY BY 100 GIVING WS-DT-Q.
           SUBTRACT WS-DT-Q FROM WS-DT-DAYS.
           DIVIDE WS-DT-YY BY 400 GIVING WS-DT-Q.
           ADD WS-DT-Q TO WS-DT-DAYS.
           COMPUTE WS-DT-Q = (153 * (WS-DT-MM - 3) + 2) / 5.
           ADD WS-DT-Q TO WS-DT-DAYS.
       MAIN-600-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE MISS-COUNT TO WS-MISS-URLS.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "requests="         DELIMITED BY SIZE
                  WS-REQUESTS         DELIMITED BY SIZE
                  " page-views="      DELIMITED BY SIZE
                  WS-PAGE-VIEWS       DELIMITED BY SIZE
                  " en-views="        DELIMITED BY SIZE
                  WS-EN-VIEWS         DELIMITED BY SIZE
                  " toc-views="       DELIMITED BY SIZE
                  WS-TOC-VIEWS        DELIMITED BY SIZE
                  " stub-views="      DELIMITED BY SIZE
                  WS-STUB-VIEWS       DELIMITED BY SIZE
                  " other-ok="        DELIMITED BY SIZE
                  WS-OTHER-OK         DELIMITED BY SIZE
                  " other-status="    DELIMITED BY SIZE
                  WS-OTHER-STATUS     DELIMITED BY SIZE
                  " bad-lines="       DELIMITED BY SIZE
                  WS-BAD-LINES        DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "not-found="        DELIMITED BY SIZE
                  WS-NOT-FOUND        DELIMITED BY SIZE
                  " missing-urls="    DELIMITED BY SIZE
                  WS-MISS-URLS        DELIMITED BY SIZE
                  " missing-uncounted="
                                      DELIMITED BY SIZE
                  WS-NOT-FOUND-LOST   DELIMITED BY SIZE
                  " proposals="       DELIMITED BY SIZE
                  WS-PROPOSALS        DELIMITED BY SIZE
                  " stubs-not-deployed="
                                      DELIMITED BY SIZE
                  WS-STUBS-MISSING    DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-PROPOSALS > 0 OR WS-STUBS-MISSING > 0
               OR WS-BAD-LINES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
