      *                        した。従来は黙って全体実行に化け、
      *                        分担実行が避けたいバッチ枠あふれを
      *                        起こしていた
      *2026-10-15 M YOKOGAWA   編集承認ゲートを追加した。APPROVALS-FILE
      *                        設定時、変換元の現在のチェックサムに一致
      *                        する承認行（ページ チェックサム 承認者
      *                        承認日）が無いページは公開を保留し、
      *                        new/の既存の出力をそのまま残す。保留
      *                        ページはサマリへAWAITING APPROVALとして
      *                        記録し、前回公開分との行単位の差分を
      *                        変更レポートへ書く（承認待ち一覧は
      *                        AUTOAPPROVEが作る）。台帳と同じ内容の
      *                        ページは公開済みとして通す
      *2026-10-15 M YOKOGAWA   版一覧（EDITIONS-FILE。既定editions.lst）
      *                        を読み込み、凍結済みの版（new/<版>/）が
      *                        あればナビ上部に版切替行を挿入するように
      *                        した。相手の版に同じページがあればその
      *                        ページへ、無ければその版の目次へリンク
      *                        する。版の凍結はAUTOEDITIONが行う
      *2026-10-15 M YOKOGAWA   本文の条件付きブロック（<!--if キー=値-->
      *                        ～<!--endif-->）を、設定ファイルの
      *                        BUILD-PROFILEで選んだプロファイル
      *                        （PROFILES-FILE。既定profiles.lst）に
      *                        従って解決するようにした。条件に合わない
      *                        ブロックとマーカー行は公開本文にもページ
      *                        内目次にも出さない。対応の崩れと未知の
      *                        条件は内容検査の警告とする。プロファイル
      *                        を替えた実行では、条件付きブロックを持つ
      *                        ページを差分実行でも再処理する
      *2026-10-15 M YOKOGAWA   本文の差し込み指定（<!--include 部品-->）
      *                        を展開するようにした。部品はページと
      *                        同じ変換元ツリーから探し、入れ子も展開
      *                        する。ページごとに使った部品とその
      *                        チェックサムを台帳へ「ページ>部品」の
      *                        行で記録し、部品だけが変わったページも
      *                        差分実行で再処理する。部品の欠落・循環・
      *                        書式の誤りは内容検査の警告とし、その
      *                        ページは変換せず失敗とする
      *2026-10-15 M YOKOGAWA   ナビ上部・下部の中身をテンプレート
      *                        （NAV-TEMPLATE-FILE）の行で組み立て
      *                        られるようにした。テンプレートは設定の
      *                        NAV-TEMPLATEか章ごとの指定で選ぶ。
      *                        テンプレートを替えた実行では、ナビを
      *                        持つ全ページを差分実行でも再処理する
      *2026-10-15 M YOKOGAWA   不具合修正: 台帳の実行IDを、変換元の
      *                        行数かチェックサムが変わったときだけ
      *                        進めるようにした（ナビや部品の都合で
      *                        再処理しただけのページがAUTOOWNER・
      *                        AUTOACCESSで変更ありと扱われていた）。
      *                        承認ゲートの照合に部品のチェックサムを
      *                        含め、部品だけが変わったページも承認
      *                        待ちで保留するようにした
      *2026-10-15 M YOKOGAWA   不具合修正: 公開されない条件付き
      *                        ブロックの中の差し込み指定をたどって
      *                        いたため、そこで欠けた部品でページが
      *                        失敗し、公開しない部品まで台帳と承認の
      *                        値に含めていた。公開される行の指定だけ
      *                        をたどるようにした
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       GENCAT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   GCAT-STS.
           SELECT    APPROVALFILE  ASSIGN         TO   DYNAMIC
                                                       APPROVALS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   APPR-STS.
           SELECT    EDITIONFILE   ASSIGN         TO   DYNAMIC
                                                       EDITIONS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   ED-STS.
           SELECT    PROFILEFILE   ASSIGN         TO   DYNAMIC
                                                       PROFILES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROF-STS.
           SELECT    PSTAMPFILE    ASSIGN         TO   DYNAMIC
                                                       PSTAMP-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PSTAMP-STS.
           SELECT    NTPLFILE      ASSIGN         TO   DYNAMIC
                                                       NAVTPL-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   NTPL-STS.
           SELECT    NSTAMPFILE    ASSIGN         TO   DYNAMIC
                                                       NSTAMP-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   NSTAMP-STS.
           SELECT    INCFILE       ASSIGN         TO   DYNAMIC
                                                       INCL-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   INC-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  CHG-LINE                PIC X(300).
       FD  GENCATFILE.
       01  GCAT-LINE               PIC X(300).
       FD  APPROVALFILE.
       01  APPR-LINE               PIC X(300).
       FD  EDITIONFILE.
       01  ED-LINE                 PIC X(300).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
       FD  PSTAMPFILE.
       01  PSTAMP-LINE             PIC X(100).
       FD  NTPLFILE.
       01  NTPL-LINE               PIC X(400).
       FD  NSTAMPFILE.
       01  NSTAMP-LINE             PIC X(340).
       FD  INCFILE.
       01  INC-REC                 PIC X(50000).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTODELETEと共用）
           COPY NAVIMARK.
      *条件付きブロックのマーカーとビルドプロファイル
           COPY CONDMARK.
      *差し込み指定と展開中の部品
           COPY INCLMARK.
      *ナビのテンプレート
           COPY NAVTMPL.
      *ファイル状態
       01  OLD-STS                 PIC X(02).
       01  NEW-STS                 PIC X(02).
       01  GCAT-STS                PIC X(02).
       01  PSRC-STS                PIC X(02).
       01  CHG-STS                 PIC X(02).
       01  APPR-STS                PIC X(02).
       01  ED-STS                  PIC X(02).
       01  PROF-STS                PIC X(02).
       01  PSTAMP-STS              PIC X(02).
       01  NTPL-STS                PIC X(02).
       01  NSTAMP-STS              PIC X(02).
       01  INC-STS                 PIC X(02).
      *パス類
       01  OLD-FILE-PATH           PIC X(256).
       01  NEW-FILE-PATH           PIC X(256).
       01  PREVSRC-PATH            PIC X(256).
       01  CHANGES-PATH            PIC X(256)
                                   VALUE "automanual_changes.log".
      *編集承認ファイル（APPROVALS-FILE未設定なら承認ゲートは無効）
       01  APPROVALS-PATH          PIC X(256)  VALUE SPACE.
      *版一覧（無ければ版切替行は作らない）
       01  EDITIONS-PATH           PIC X(256)  VALUE "editions.lst".
      *前回の全体実行で使ったビルドプロファイルの記録
       01  PSTAMP-PATH             PIC X(256)
                                   VALUE "automanual.profile".
       01  WS-PREV-PROFILE         PIC X(30)   VALUE SPACE.
       01  WS-CUR-PROFILE          PIC X(30)   VALUE SPACE.
       01  SW-PROFILE-CHANGED      PIC X       VALUE 'N'.
      *前回の全体実行で使ったナビのテンプレートの記録
      *（1行目が'D'+NAV-TEMPLATE、続いて'T'+テンプレートの行、
      *　'C'+章ごとの指定。テンプレート未使用なら空）
       01  NSTAMP-PATH             PIC X(256)
                                   VALUE "automanual.navtpl".
       01  NSTAMP-REC              PIC X(340).
       01  NSTAMP-IX               PIC 9(04) COMP VALUE 0.
       01  NSTAMP-TOTAL            PIC 9(04) COMP VALUE 0.
       01  SW-NAVTPL-CHANGED       PIC X       VALUE 'N'.
      *差し込みの展開（SW-INCL-MODE:'S'=事前走査・'E'=本文コピー）
      *台帳の部品行のキーは「ページ>」に部品のパスを続けたもの
       01  SW-INCL-MODE            PIC X       VALUE 'S'.
       01  SW-INCL-ERROR           PIC X       VALUE 'N'.
       01  SW-INCL-CHANGED         PIC X       VALUE 'N'.
       01  WS-INC-KEY              PIC X(250).
       01  WS-INC-KEY-LEN          PIC 9(03) COMP.
       01  WS-INC-LED-COUNT        PIC 9(03) COMP.
       01  WS-INC-LED-IX           PIC 9(04) COMP.
      *コマンドライン引数
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 5 TIMES.
       01  SW-UNCHANGED             PIC X       VALUE 'N'.
       01  SW-PRESCAN-OK            PIC X       VALUE 'N'.
       01  SW-LEDGER-DIRTY          PIC X       VALUE 'N'.
       01  SW-LED-CONTENT-CHANGED   PIC X       VALUE 'N'.
       01  SW-PAGE-OK               PIC X       VALUE 'Y'.
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
       01  SW-ABORT                 PIC X       VALUE 'N'.
       01  WS-PAIR-LOOKUP           PIC X(250).
       01  WS-EN-IX                 PIC 9(04) COMP VALUE 0.
       01  WS-EN-TOC-IX             PIC 9(04) COMP VALUE 0.
      *版一覧（1行に「版 公開先URL [latest]」を空白区切り）
      *latestの版が現行のnew/、それ以外はnew/<版>/に凍結した写し。
      *凍結済み（new/<版>/TOC.mdが実在）の版だけ切替先にする
       01  ED-TABLE.
           05  ED-ENTRY             OCCURS 50 TIMES.
               10  ED-VERSION       PIC X(20).
               10  ED-BASE          PIC X(250).
               10  ED-BASE-LEN      PIC 9(03) COMP.
               10  ED-FROZEN        PIC X.
       01  ED-COUNT                 PIC 9(03) COMP VALUE 0.
       01  ED-LATEST-IX             PIC 9(03) COMP VALUE 0.
       01  ED-REC                   PIC X(300).
       01  ED-P1                    PIC X(250).
       01  ED-P2                    PIC X(250).
       01  ED-P3                    PIC X(20).
       01  WS-ED-IX                 PIC 9(03) COMP VALUE 0.
       01  WS-VER-LEN               PIC 9(03) COMP VALUE 0.
       01  WS-VER-PTR               PIC 9(05) COMP VALUE 1.
       01  WS-VER-LISTED            PIC 9(03) COMP VALUE 0.
      *TOCのベースURL（ステージング環境を指すよう上書き可能）
      *既定値はMAIN-000で設定する（行が72桁を超えるため）
       01  TOC-BASE-URL             PIC X(250).
       01  WS-MANI-NAME                   PIC X(250).
       01  WS-MANI-DATE                   PIC X(08).
       01  WS-PAGES-PENDING               PIC 9(05) VALUE 0.
       01  WS-PAGES-AWAITING              PIC 9(05) VALUE 0.
      *分担実行（-P n/m。自分の受け持ちページだけを処理する）
       01  SW-SHARD                       PIC X      VALUE 'N'.
       01  SW-EXPECT-SHARD                PIC X      VALUE 'N'.
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  LED-PART-RUN             PIC X(14).
      *編集承認（ページ・承認したチェックサム。承認者と承認日は
      *承認ファイル上の記録として残すだけで照合には使わない）
       01  APPR-TABLE.
           05  APPR-ENTRY           OCCURS 2000 TIMES
                                     INDEXED BY APPR-IDX.
               10  APPR-NAME        PIC X(250).
               10  APPR-CHECKSUM    PIC 9(09).
       01  APPR-COUNT               PIC 9(04) COMP VALUE 0.
       01  APPR-REC                 PIC X(300).
       01  APPR-PART-NAME           PIC X(250).
       01  APPR-PART-SUM            PIC X(12).
       01  SW-APPROVAL-GATE         PIC X      VALUE 'N'.
       01  SW-APPROVED              PIC X      VALUE 'N'.
       01  WS-APPR-SUM-DISP         PIC 9(09).
      *承認に使う値（変換元のチェックサムに使う部品のチェックサムを
      *足したもの。部品だけが変わっても承認し直しになる）
       01  WS-APPR-SUM              PIC 9(12)  COMP VALUE 0.
      *変換元の事前走査（行数とチェックサムの計算）用
       01  WS-SCAN-LINES            PIC 9(07)  VALUE 0.
       01  WS-SCAN-SUM              PIC 9(12)  COMP VALUE 0.
       01  SW-LINE-CTL              PIC X      VALUE 'N'.
       01  SW-PAGE-CTL              PIC X      VALUE 'N'.
       01  WS-VAL-MSGS              PIC 9(03) COMP VALUE 0.
       01  WS-VAL-KIND              PIC X(200) VALUE SPACE.
      *条件付きブロックの解決で、その行が公開本文に載るか
       01  SW-LINE-PUBLISHED        PIC X      VALUE 'Y'.
      *ページ先頭のフロントマター（---で囲んだtitle・tags・owner・
      *reviewed）。事前走査で読み取り、本文コピー時はブロック全体を
      *出力から除く。titleはページタイトルの上書きに使う
           PERFORM MAIN-006-DERIVE-TOC-LINK-NAME.
           PERFORM MAIN-007-PREP-REWRITE-BASE.
           PERFORM MAIN-008-LOAD-LEDGER.
           PERFORM MAIN-008-LOAD-APPROVALS.
           PERFORM MAIN-009-LOAD-PAIRS.
           PERFORM MAIN-009-LOAD-EDITIONS.
           PERFORM MAIN-009-LOAD-PROFILES.
           PERFORM MAIN-009-LOAD-NAV-TEMPLATES.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-015-LOAD-PUBLISHED.
           PERFORM MAIN-020-LOAD-TOC.
           IF SW-LEDGER-DIRTY = 'Y'
               PERFORM MAIN-820-WRITE-LEDGER
           END-IF.
      *プロファイルの記録を改めるのは失敗の無い-T全体実行だけ
      *（章・節・分担の実行や失敗ページの残る実行では、まだ前の
      *　プロファイルのままのページが残っている）
           IF SW-PROFILE-CHANGED = 'Y'
               AND WS-RUN-MODE = "TOC"
               AND SW-DRY-RUN = 'N'
               AND SW-ABORT NOT = 'Y'
               AND WS-PAGES-FAIL = 0
               PERFORM MAIN-825-WRITE-PROFILE-STAMP
           END-IF.
           IF SW-NAVTPL-CHANGED = 'Y'
               AND WS-RUN-MODE = "TOC"
               AND SW-DRY-RUN = 'N'
               AND SW-ABORT NOT = 'Y'
               AND WS-PAGES-FAIL = 0
               PERFORM MAIN-826-WRITE-NAV-STAMP
           END-IF.
           IF CHAP-COUNT > 0
               PERFORM MAIN-830-WRITE-STATS
           END-IF.
                           IF CFG-KEY = "GENERATIONS"
                              PERFORM MAIN-005-PARSE-GENERATIONS
                           END-IF
                           IF CFG-KEY = "APPROVALS-FILE"
                              MOVE CFG-VALUE TO APPROVALS-PATH
                           END-IF
                           IF CFG-KEY = "EDITIONS-FILE"
                              MOVE CFG-VALUE TO EDITIONS-PATH
                           END-IF
                           IF CFG-KEY = "BUILD-PROFILE"
                              MOVE CFG-VALUE TO BUILD-PROFILE
                           END-IF
                           IF CFG-KEY = "PROFILES-FILE"
                              MOVE CFG-VALUE TO PROFILES-PATH
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE-FILE"
                              MOVE CFG-VALUE TO NAVTPL-PATH
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE"
                              MOVE CFG-VALUE TO NAVTPL-DEFAULT
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
               CLOSE LEDGERFILE
           END-IF.
      *-------------------------------------*
      *編集承認ファイルの読込（1行に「ページ チェックサム 承認者
      *承認日」を空白区切り。ページは台帳と同じツリー込みのパス）
      *APPROVALS-FILE未設定なら承認ゲートは働かない。設定されて
      *いてファイルが無ければ、承認済みのページが無いものとして扱う
      *-------------------------------------*
       MAIN-008-LOAD-APPROVALS.
           MOVE 0 TO APPR-COUNT.
           IF APPROVALS-PATH = SPACE
               CONTINUE
           ELSE
               MOVE 'Y' TO SW-APPROVAL-GATE
               OPEN INPUT APPROVALFILE
               IF APPR-STS NOT = "00"
                   DISPLAY "AUTOMANUAL: WARNING approvals file not "
                           "found - changed pages will be held: "
                           APPROVALS-PATH
                   ADD 1 TO WS-WARNINGS
               ELSE
                   PERFORM UNTIL APPR-STS NOT = ZERO
                       READ APPROVALFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            MOVE APPR-LINE TO APPR-REC
                            IF APPR-REC NOT = SPACE
                               AND APPR-REC(1:1) NOT = "*"
                               IF APPR-COUNT >= 2000
                                   DISPLAY "AUTOMANUAL: approvals "
                                           "file exceeds 2000 "
                                           "entries - aborting"
                                   MOVE 8 TO RETURN-CODE
                                   PERFORM MAIN-002-RELEASE-LOCK
                                   STOP RUN
                               END-IF
                               MOVE SPACE TO APPR-PART-NAME
                                             APPR-PART-SUM
                               UNSTRING APPR-REC DELIMITED BY SPACE
                                        INTO APPR-PART-NAME
                                             APPR-PART-SUM
                               IF APPR-PART-NAME NOT = SPACE
                                  AND APPR-PART-SUM NOT = SPACE
                                  ADD 1 TO APPR-COUNT
                                  MOVE APPR-PART-NAME
                                       TO APPR-NAME(APPR-COUNT)
                                  MOVE APPR-PART-SUM(1:9)
                                       TO APPR-CHECKSUM(APPR-COUNT)
                               END-IF
                            END-IF
                   END-PERFORM
                   CLOSE APPROVALFILE
               END-IF
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の読込（1行に「日本語側 英語側」を空白区切り）
      *PAIR-FILE未設定なら空のまま＝単一言語運用
      *-------------------------------------*
               END-IF
           END-IF.
      *-------------------------------------*
      *版一覧の読込（EDITIONS-FILE。無ければ空のまま＝版切替なし）
      *公開先URLは末尾の"/"を落として長さを覚え、latest以外の版は
      *凍結済みかどうか（new/<版>/TOC.mdの有無）を確かめておく
      *-------------------------------------*
       MAIN-009-LOAD-EDITIONS.
           MOVE 0 TO ED-COUNT ED-LATEST-IX.
           OPEN INPUT EDITIONFILE.
           IF ED-STS = "00"
               PERFORM UNTIL ED-STS NOT = ZERO
                   READ EDITIONFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE ED-LINE TO ED-REC
                        IF ED-REC NOT = SPACE
                           AND ED-REC(1:1) NOT = "*"
                           IF ED-COUNT >= 50
                               DISPLAY "AUTOMANUAL: editions file "
                                       "exceeds 50 entries - "
                                       "aborting"
                               MOVE 8 TO RETURN-CODE
                               PERFORM MAIN-002-RELEASE-LOCK
                               STOP RUN
                           END-IF
                           MOVE SPACE TO ED-P1 ED-P2 ED-P3
                           UNSTRING ED-REC DELIMITED BY ALL SPACE
                                    INTO ED-P1 ED-P2 ED-P3
                           IF ED-P1 NOT = SPACE
                              AND ED-P2 NOT = SPACE
                              AND ED-P1(21:230) = SPACE
                              ADD 1 TO ED-COUNT
                              MOVE ED-P1 TO ED-VERSION(ED-COUNT)
                              MOVE ED-P2 TO ED-BASE(ED-COUNT)
                              PERFORM MAIN-009-ONE-EDITION
                           ELSE
                              DISPLAY "AUTOMANUAL: WARNING bad "
                                      "editions line ignored: "
                                      ED-REC(1:60)
                              ADD 1 TO WS-WARNINGS
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE EDITIONFILE
           END-IF.
      *-------------------------------------*
       MAIN-009-ONE-EDITION.
           MOVE ED-BASE(ED-COUNT) TO WS-TRIM-IN.
           PERFORM MAIN-410-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO ED-BASE-LEN(ED-COUNT).
           IF WS-TRIM-LEN > 1
               AND WS-TRIM-IN(WS-TRIM-LEN:1) = "/"
               SUBTRACT 1 FROM ED-BASE-LEN(ED-COUNT)
           END-IF.
           MOVE 'N' TO ED-FROZEN(ED-COUNT).
           IF ED-P3 = "latest" OR ED-P3 = "LATEST"
               IF ED-LATEST-IX = 0
                   MOVE ED-COUNT TO ED-LATEST-IX
               ELSE
                   DISPLAY "AUTOMANUAL: WARNING more than one latest "
                           "edition - using " ED-VERSION(ED-LATEST-IX)
                   ADD 1 TO WS-WARNINGS
               END-IF
           ELSE
               MOVE SPACE TO BACKUP-FILE-PATH
               STRING "new/"             DELIMITED BY SIZE
                      ED-VERSION(ED-COUNT) DELIMITED BY SPACE
                      "/TOC.md"          DELIMITED BY SIZE
                      INTO BACKUP-FILE-PATH
               OPEN INPUT BACKUPFILE
               IF BAK-STS = "00"
                   CLOSE BACKUPFILE
                   MOVE 'Y' TO ED-FROZEN(ED-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *プロファイル一覧の読込（1行1設定:"プロファイル名 キー=値"）
      *BUILD-PROFILEで選んだプロファイルの行が1行も無ければ、
      *条件付きブロックをすべて落としてしまうので中止する。
      *前回の全体実行のプロファイル（automanual.profile）と
      *違えば、条件付きブロックを持つページを差分実行でも
      *再処理する
      *-------------------------------------*
       MAIN-009-LOAD-PROFILES.
           MOVE 0 TO PROF-COUNT PROF-ACTIVE-COUNT.
           OPEN INPUT PROFILEFILE.
           IF PROF-STS = "00"
               PERFORM UNTIL PROF-STS NOT = ZERO
                   READ PROFILEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PROFILE-LINE TO PROF-REC
                        IF PROF-REC NOT = SPACE
                           AND PROF-REC(1:1) NOT = "*"
                           PERFORM MAIN-009-ONE-PROFILE-LINE
                        END-IF
               END-PERFORM
               CLOSE PROFILEFILE
           END-IF.
           IF BUILD-PROFILE NOT = SPACE AND PROF-ACTIVE-COUNT = 0
               DISPLAY "AUTOMANUAL: build profile not defined in "
                       "profiles file - aborting: " BUILD-PROFILE
               MOVE 8 TO RETURN-CODE
               PERFORM MAIN-002-RELEASE-LOCK
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-PREV-PROFILE.
           OPEN INPUT PSTAMPFILE.
           IF PSTAMP-STS = "00"
               READ PSTAMPFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PSTAMP-LINE(1:30) TO WS-PREV-PROFILE
               END-READ
               CLOSE PSTAMPFILE
           END-IF.
           IF WS-PREV-PROFILE NOT = BUILD-PROFILE
               MOVE 'Y' TO SW-PROFILE-CHANGED
               MOVE BUILD-PROFILE TO WS-CUR-PROFILE
               IF WS-PREV-PROFILE = SPACE
                   MOVE "(none)" TO WS-PREV-PROFILE
               END-IF
               IF WS-CUR-PROFILE = SPACE
                   MOVE "(none)" TO WS-CUR-PROFILE
               END-IF
               MOVE SPACE TO WS-SUM-TEXT
               STRING "build profile changed ("
                                         DELIMITED BY SIZE
                      WS-PREV-PROFILE    DELIMITED BY SPACE
                      " -> "             DELIMITED BY SIZE
                      WS-CUR-PROFILE     DELIMITED BY SPACE
                      ") - pages with conditional blocks are "
                                         DELIMITED BY SIZE
                      "reprocessed"      DELIMITED BY SIZE
                      INTO WS-SUM-TEXT
               MOVE WS-SUM-TEXT TO SUM-LINE
               WRITE SUM-LINE
           END-IF.
      *-------------------------------------*
       MAIN-009-ONE-PROFILE-LINE.
           MOVE SPACE TO PROF-P1 PROF-P2 PROF-P3 COND-KEY.
           UNSTRING PROF-REC DELIMITED BY ALL SPACE
                    INTO PROF-P1 PROF-P2.
           UNSTRING PROF-P2 DELIMITED BY "="
                    INTO COND-KEY PROF-P3.
           IF PROF-P1 = SPACE OR PROF-P1(31:70) NOT = SPACE
               OR COND-KEY = SPACE
               OR PROF-P3 = SPACE OR PROF-P3(31:70) NOT = SPACE
               DISPLAY "AUTOMANUAL: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
               ADD 1 TO WS-WARNINGS
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOMANUAL: profiles file exceeds 500 "
                           "entries - aborting"
                   MOVE 8 TO RETURN-CODE
                   PERFORM MAIN-002-RELEASE-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO PROF-COUNT
               MOVE PROF-P1  TO PROF-NAME(PROF-COUNT)
               MOVE COND-KEY TO PROF-KEY(PROF-COUNT)
               MOVE PROF-P3  TO PROF-VALUE(PROF-COUNT)
               MOVE 'N' TO PROF-ACTIVE(PROF-COUNT)
               IF BUILD-PROFILE NOT = SPACE
                   AND PROF-P1 = BUILD-PROFILE
                   MOVE 'Y' TO PROF-ACTIVE(PROF-COUNT)
                   ADD 1 TO PROF-ACTIVE-COUNT
               END-IF
           END-IF.
      *-------------------------------------*
      *ナビのテンプレートの読込（NAV-TEMPLATE-FILE設定時のみ）
      *前回の全体実行の記録と違えばナビを持つ全ページを再処理する
      *-------------------------------------*
       MAIN-009-LOAD-NAV-TEMPLATES.
           MOVE 0 TO NT-COUNT NC-COUNT.
           MOVE 'N' TO SW-NAVTPL SW-NAVTPL-CHANGED.
           IF NAVTPL-PATH NOT = SPACE
               OPEN INPUT NTPLFILE
               IF NTPL-STS NOT = "00"
                   DISPLAY "AUTOMANUAL: nav template file not found "
                           "- aborting: " NAVTPL-PATH(1:60)
                   MOVE 8 TO RETURN-CODE
                   PERFORM MAIN-002-RELEASE-LOCK
                   STOP RUN
               END-IF
               PERFORM UNTIL NTPL-STS NOT = ZERO
                   READ NTPLFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE NTPL-LINE TO NT-REC
                        IF NT-REC NOT = SPACE
                           AND NT-REC(1:1) NOT = "*"
                           PERFORM MAIN-009-ONE-NAV-TEMPLATE-LINE
                        END-IF
               END-PERFORM
               CLOSE NTPLFILE
               MOVE NAVTPL-DEFAULT TO NT-USE-EN
               PERFORM MAIN-278-FIND-NAV-TEMPLATE
               IF SW-NT-FOUND = 'N'
                   DISPLAY "AUTOMANUAL: nav template not defined in "
                           "template file - aborting: " NAVTPL-DEFAULT
                   MOVE 8 TO RETURN-CODE
                   PERFORM MAIN-002-RELEASE-LOCK
                   STOP RUN
               END-IF
               MOVE 'Y' TO SW-NAVTPL
      *未定義のテンプレートを指した章は既定のテンプレートに戻す
               PERFORM VARYING NC-IX FROM 1 BY 1
                         UNTIL NC-IX > NC-COUNT
                   MOVE NC-NAME(NC-IX) TO NT-USE-EN
                   PERFORM MAIN-278-FIND-NAV-TEMPLATE
                   IF SW-NT-FOUND = 'N'
                       DISPLAY "AUTOMANUAL: WARNING chapter nav "
                               "template not defined - default used: "
                               NC-NAME(NC-IX)
                       ADD 1 TO WS-WARNINGS
                       MOVE NAVTPL-DEFAULT TO NC-NAME(NC-IX)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO NSTAMP-TOTAL.
           IF SW-NAVTPL = 'Y'
               COMPUTE NSTAMP-TOTAL = 1 + NT-COUNT + NC-COUNT
           END-IF.
           MOVE 0 TO NSTAMP-IX.
           OPEN INPUT NSTAMPFILE.
           IF NSTAMP-STS = "00"
               PERFORM UNTIL NSTAMP-STS NOT = ZERO
                   READ NSTAMPFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO NSTAMP-IX
                        IF NSTAMP-IX > NSTAMP-TOTAL
                           MOVE 'Y' TO SW-NAVTPL-CHANGED
                        ELSE
                           PERFORM MAIN-009-NAV-STAMP-LINE
                           IF NSTAMP-LINE NOT = NSTAMP-REC
                              MOVE 'Y' TO SW-NAVTPL-CHANGED
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE NSTAMPFILE
           END-IF.
           IF NSTAMP-IX NOT = NSTAMP-TOTAL
               MOVE 'Y' TO SW-NAVTPL-CHANGED
           END-IF.
           IF SW-NAVTPL-CHANGED = 'Y'
               MOVE SPACE TO WS-SUM-TEXT
               STRING "nav template changed - all pages with a nav "
                                         DELIMITED BY SIZE
                      "block are reprocessed"
                                         DELIMITED BY SIZE
                      INTO WS-SUM-TEXT
               MOVE WS-SUM-TEXT TO SUM-LINE
               WRITE SUM-LINE
           END-IF.
      *-------------------------------------*
       MAIN-009-ONE-NAV-TEMPLATE-LINE.
           PERFORM MAIN-279-PARSE-NAV-TEMPLATE THRU MAIN-279-EXIT.
           IF NT-MARK-HITS > 0
               DISPLAY "AUTOMANUAL: nav template line contains a "
                       "nav marker - aborting: " NT-REC(1:60)
               MOVE 8 TO RETURN-CODE
               PERFORM MAIN-002-RELEASE-LOCK
               STOP RUN
           END-IF.
           IF NT-ERROR NOT = SPACE
               MOVE SPACE TO WS-SUM-TEXT
               STRING "AUTOMANUAL: WARNING bad nav template line "
                                         DELIMITED BY SIZE
                      "ignored ("        DELIMITED BY SIZE
                      NT-ERROR           DELIMITED BY "  "
                      "): "              DELIMITED BY SIZE
                      NT-REC(1:60)       DELIMITED BY SIZE
                      INTO WS-SUM-TEXT
               DISPLAY WS-SUM-TEXT(1:170)
               ADD 1 TO WS-WARNINGS
           ELSE
               IF NT-F1 = NAVTPL-CHAPTER-KEY
                   IF NC-COUNT >= 100
                       DISPLAY "AUTOMANUAL: nav template file exceeds "
                               "100 chapter entries - aborting"
                       MOVE 8 TO RETURN-CODE
                       PERFORM MAIN-002-RELEASE-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO NC-COUNT
                   MOVE NT-F2        TO NC-NAME(NC-COUNT)
                   MOVE NT-LINE-TEXT TO NC-CHAPTER(NC-COUNT)
               ELSE
                   IF NT-COUNT >= 300
                       DISPLAY "AUTOMANUAL: nav template file exceeds "
                               "300 lines - aborting"
                       MOVE 8 TO RETURN-CODE
                       PERFORM MAIN-002-RELEASE-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO NT-COUNT
                   MOVE NT-F1        TO NT-NAME(NT-COUNT)
                   MOVE NT-LINE-PART TO NT-PART(NT-COUNT)
                   MOVE NT-LINE-TEXT TO NT-TEXT(NT-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *テンプレートの記録のNSTAMP-IX行目をNSTAMP-RECに組み立てる
      *-------------------------------------*
       MAIN-009-NAV-STAMP-LINE.
           MOVE SPACE TO NSTAMP-REC.
           IF NSTAMP-IX = 1
               MOVE "D"            TO NSTAMP-REC(1:1)
               MOVE NAVTPL-DEFAULT TO NSTAMP-REC(2:30)
           ELSE
               IF NSTAMP-IX <= NT-COUNT + 1
                   COMPUTE NT-IX = NSTAMP-IX - 1
                   MOVE "T"            TO NSTAMP-REC(1:1)
                   MOVE NT-NAME(NT-IX) TO NSTAMP-REC(2:30)
                   MOVE NT-PART(NT-IX) TO NSTAMP-REC(32:1)
                   MOVE NT-TEXT(NT-IX) TO NSTAMP-REC(33:300)
               ELSE
                   COMPUTE NC-IX = NSTAMP-IX - NT-COUNT - 1
                   MOVE "C"               TO NSTAMP-REC(1:1)
                   MOVE NC-NAME(NC-IX)    TO NSTAMP-REC(2:30)
                   MOVE NC-CHAPTER(NC-IX) TO NSTAMP-REC(33:80)
               END-IF
           END-IF.
      *-------------------------------------*
      *除外リストの読込（TOC.mdなど、ナビを付けないページ）
      *-------------------------------------*
       MAIN-010-LOAD-EXCLUDE.
               PERFORM MAIN-291-LOG-PAGE-SKIP-FAIL
               GO TO MAIN-200-EXIT
           END-IF.
      *差し込みの部品が欠けた・循環したページも、欠けた本文を
      *公開しないよう変換前に失敗として弾く
           IF SW-INCL-ERROR = 'Y'
               DISPLAY "AUTOMANUAL: include error in body - "
                       MD-CURRENT
               MOVE 'N' TO SW-PAGE-OK
               PERFORM MAIN-299-RECORD-FAILURE
               MOVE "INCLUDE ERROR" TO WS-PAGE-STATUS
               ADD 1 TO WS-PAGES-FAIL
               PERFORM MAIN-291-LOG-PAGE-SKIP-FAIL
               GO TO MAIN-200-EXIT
           END-IF.
      *承認ゲート：今の変換元が承認されていなければnew/の既存の
      *出力を残したまま保留する（ドライランはnew/を書かないので
      *プレビュー確認用にそのまま通す）
           IF SW-APPROVAL-GATE = 'Y' AND SW-DRY-RUN = 'N'
               PERFORM MAIN-221-CHECK-APPROVAL
               IF SW-APPROVED = 'N'
                   PERFORM MAIN-221-HOLD-UNAPPROVED
                   GO TO MAIN-200-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-220-OPEN-OLDFILE.
           IF SW-PAGE-OK = 'Y'
               PERFORM MAIN-225-CHECK-ALREADY-NAV
           MOVE 0 TO WS-VAL-MSGS WS-SCAN-LINKS.
           MOVE 0 TO FM-LINE-COUNT FM-SKIP-REMAIN.
           MOVE SPACE TO FM-TITLE.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           MOVE 0 TO INCU-COUNT.
           MOVE 'N' TO SW-INCL-ERROR SW-INCL-CHANGED.
           MOVE OLD-DIR-PREFIX TO INCL-TREE.
           MOVE OLD-FILE-PATH TO INCL-ROOT.
           MOVE 1 TO WS-WEIGHT.
           OPEN INPUT OLDFILE.
           IF OLD-STS NOT = "00"
                     NOT AT END
                        ADD 1 TO WS-SCAN-LINES
                        PERFORM MAIN-218-TRACK-FRONT-MATTER
                        PERFORM MAIN-218-TRACK-CONDITION
                        IF OLD-REC(1:12) = INCL-MARK
                           AND SW-FM-OPEN = 'N'
                           AND WS-SCAN-LINES > FM-LINE-COUNT
                           AND SW-LINE-PUBLISHED = 'Y'
                           PERFORM MAIN-218-TRACK-INCLUDE
                        END-IF
                        IF OLD-REC(1:3) = "## "
                           AND HEAD-COUNT < 200
                           AND SW-LINE-PUBLISHED = 'Y'
                           ADD 1 TO HEAD-COUNT
                           MOVE OLD-REC(4:200)
                                TO HEAD-ENTRY(HEAD-COUNT)
               END-PERFORM
               CLOSE OLDFILE
           END-IF.
      *閉じられないままの条件付きブロックは、プロファイル次第で
      *ページ末尾まで落ちてしまう
           IF BUILD-PROFILE NOT = SPACE AND COND-DEPTH > 0
               MOVE "unclosed conditional block" TO WS-VAL-KIND
               PERFORM MAIN-218-REPORT-VAL-FINDING
           END-IF.
      *閉じられないままのフロントマターは本文扱いに戻す
      *（取り込み途中のページを黙って欠落させない）
           IF SW-FM-OPEN = 'Y'
               END-IF
           END-IF.
      *-------------------------------------*
      *本文（フロントマターより後）の条件マーカーを追う
      *マーカーの数は常に数え（プロファイル変更時の再処理判定）、
      *プロファイル設定時は公開されない行をSW-LINE-PUBLISHEDで
      *示してページ内目次から外し、対応の崩れと未知の条件を
      *内容検査の警告にする
      *-------------------------------------*
       MAIN-218-TRACK-CONDITION.
           MOVE 'Y' TO SW-LINE-PUBLISHED.
           IF SW-FM-OPEN = 'Y' OR WS-SCAN-LINES <= FM-LINE-COUNT
               CONTINUE
           ELSE
               MOVE OLD-REC(1:300) TO COND-LINE
               PERFORM MAIN-265-CHECK-CONDITION
               IF BUILD-PROFILE NOT = SPACE
                   IF COND-KIND NOT = SPACE OR COND-OFF-DEPTH > 0
                       MOVE 'N' TO SW-LINE-PUBLISHED
                   END-IF
                   IF COND-KIND = 'I' AND SW-COND-KNOWN NOT = 'Y'
                       MOVE "unknown condition" TO WS-VAL-KIND
                       PERFORM MAIN-218-REPORT-VAL-FINDING
                   END-IF
                   IF COND-KIND = 'E' AND COND-STRAY > 0
                       AND COND-DEPTH = 0
                       MOVE "endif without if" TO WS-VAL-KIND
                       PERFORM MAIN-218-REPORT-VAL-FINDING
                       MOVE 0 TO COND-STRAY
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *本文の差し込み指定から部品を入れ子ごとたどり、使う部品と
      *そのチェックサムを集める（部品の"## "見出しもページ内目次へ
      *拾う）。欠落・循環・書式の誤りはページを失敗にする
      *公開されない条件付きブロックの中の指定はたどらない
      *-------------------------------------*
       MAIN-218-TRACK-INCLUDE.
           MOVE OLD-REC(1:300) TO INCL-LINE.
           PERFORM MAIN-222-PARSE-INCLUDE.
           IF SW-INCL-DIRECTIVE = 'Y'
               MOVE 'S' TO SW-INCL-MODE
               PERFORM MAIN-222-WALK-INCLUDE
           ELSE
               MOVE 0 TO INCS-DEPTH
               MOVE "malformed include" TO INCL-ERROR
               MOVE INCL-LINE TO INCL-FILE-PATH
               MOVE 'S' TO SW-INCL-MODE
               PERFORM MAIN-222-INCLUDE-ERROR
           END-IF.
      *-------------------------------------*
      *1行分をチェックサムへ加算しながら内容も検査する
      *・UTF-8の継続バイト数を追い、不正なシーケンスを検出する
      *・タブ以外の制御文字を検出する
                   MOVE 'Y' TO SW-UNCHANGED
               END-IF
           END-IF.
      *プロファイルが替われば、条件付きブロックを持つページは
      *変換元が同じでも公開本文が変わる
           IF SW-UNCHANGED = 'Y' AND SW-PROFILE-CHANGED = 'Y'
               AND COND-MARKERS > 0
               MOVE 'N' TO SW-UNCHANGED
           END-IF.
      *ナビのテンプレートが替われば、ナビを持つページはすべて
      *出力が変わる
           IF SW-UNCHANGED = 'Y' AND SW-NAVTPL-CHANGED = 'Y'
               AND SW-EXCLUDED = 'N'
               MOVE 'N' TO SW-UNCHANGED
           END-IF.
      *ページが同じでも、使う部品の顔ぶれか中身が前回と違えば
      *公開本文が変わる
           IF SW-UNCHANGED = 'Y'
               PERFORM MAIN-219-CHECK-INCLUDES
               IF SW-INCL-CHANGED = 'Y'
                   MOVE 'N' TO SW-UNCHANGED
               END-IF
           END-IF.
      *-------------------------------------*
      *台帳の「ページ>部品」行と今回たどった部品を突き合わせる
      *-------------------------------------*
       MAIN-219-CHECK-INCLUDES.
           PERFORM MAIN-219-BUILD-INC-KEY.
           MOVE 0 TO WS-INC-LED-COUNT.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX)(1:WS-INC-KEY-LEN)
                  = WS-INC-KEY(1:WS-INC-KEY-LEN)
                   ADD 1 TO WS-INC-LED-COUNT
                   MOVE 0 TO INCU-MATCH
                   PERFORM VARYING INCU-IDX FROM 1 BY 1
                             UNTIL INCU-IDX > INCU-COUNT
                       IF INCU-PATH(INCU-IDX)
                          = LED-NAME(LED-IDX)(WS-INC-KEY-LEN + 1:)
                           SET INCU-MATCH TO INCU-IDX
                       END-IF
                   END-PERFORM
                   IF INCU-MATCH = 0
                       MOVE 'Y' TO SW-INCL-CHANGED
                   ELSE
                       IF INCU-LINES(INCU-MATCH)
                             NOT = LED-LINES(LED-IDX)
                          OR INCU-SUM(INCU-MATCH)
                             NOT = LED-CHECKSUM(LED-IDX)
                           MOVE 'Y' TO SW-INCL-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INC-LED-COUNT NOT = INCU-COUNT
               MOVE 'Y' TO SW-INCL-CHANGED
           END-IF.
      *-------------------------------------*
      *台帳の部品行のキーの頭（変換元のパスに">"）を作る
      *-------------------------------------*
       MAIN-219-BUILD-INC-KEY.
           MOVE SPACE TO WS-INC-KEY.
           STRING OLD-FILE-PATH  DELIMITED BY SPACE
                  ">"            DELIMITED BY SIZE
                  INTO WS-INC-KEY.
           MOVE WS-INC-KEY TO WS-TRIM-IN.
           PERFORM MAIN-410-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-INC-KEY-LEN.
      *-------------------------------------*
      *OLDFILEが存在するか確認してからオープンする
      *-------------------------------------*
               ADD 1 TO WS-PAGES-FAIL
           END-IF.
      *-------------------------------------*
      *変換元の現在のチェックサム（部品を差し込むページは部品の
      *チェックサムを足した値）に一致する承認があるか調べる
      *台帳と同じ内容（前回公開したままの本文と部品）は公開済み
      *として通す（ゲート導入前から公開しているページを-Fで保留
      *しないため）
      *-------------------------------------*
       MAIN-221-CHECK-APPROVAL.
           MOVE 'N' TO SW-APPROVED.
           IF SW-PRESCAN-OK = 'N'
      *変換元が読めないページはこの先の処理で失敗として扱う
               MOVE 'Y' TO SW-APPROVED
           ELSE
               PERFORM MAIN-221-CALC-APPROVAL-SUM
               IF LED-MATCH-IX > 0
                   IF LED-LINES(LED-MATCH-IX) = WS-SCAN-LINES
                       AND LED-CHECKSUM(LED-MATCH-IX) = WS-SCAN-SUM
                       MOVE 'N' TO SW-INCL-CHANGED
                       PERFORM MAIN-219-CHECK-INCLUDES
                       IF SW-INCL-CHANGED = 'N'
                           MOVE 'Y' TO SW-APPROVED
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING APPR-IDX FROM 1 BY 1
                         UNTIL APPR-IDX > APPR-COUNT
                            OR SW-APPROVED = 'Y'
                   IF APPR-NAME(APPR-IDX) = LED-KEY
                       AND APPR-CHECKSUM(APPR-IDX) = WS-APPR-SUM
                       MOVE 'Y' TO SW-APPROVED
                   END-IF
               END-PERFORM
           END-IF.
      *-------------------------------------*
      *承認に使う値を求める（変換元のチェックサムに、事前走査で
      *たどった部品のチェックサムを足して10億で割った余り。
      *部品を使わないページは変換元のチェックサムそのもの）
      *-------------------------------------*
       MAIN-221-CALC-APPROVAL-SUM.
           MOVE WS-SCAN-SUM TO WS-APPR-SUM.
           PERFORM VARYING INCU-IDX FROM 1 BY 1
                     UNTIL INCU-IDX > INCU-COUNT
               ADD INCU-SUM(INCU-IDX) TO WS-APPR-SUM
           END-PERFORM.
           DIVIDE WS-APPR-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-APPR-SUM.
      *-------------------------------------*
      *承認待ちのページを保留する
      *サマリへAWAITING APPROVALとして記録し、実行履歴へHOLD
      *レコードを残す。前回公開分（prevsrc/）との行単位の差分を
      *変更レポートへ書き、承認者がAUTOAPPROVEの一覧で確かめられる
      *ようにする。台帳・prevsrc/・new/は更新しない
      *-------------------------------------*
       MAIN-221-HOLD-UNAPPROVED.
           ADD 1 TO WS-PAGES-AWAITING.
           MOVE WS-APPR-SUM TO WS-APPR-SUM-DISP.
           MOVE SPACE TO WS-SUM-TEXT.
           STRING MD-CURRENT        DELIMITED BY SPACE
                  " : AWAITING APPROVAL - checksum "
                                    DELIMITED BY SIZE
                  WS-APPR-SUM-DISP  DELIMITED BY SIZE
                  INTO WS-SUM-TEXT.
           MOVE WS-SUM-TEXT TO SUM-LINE.
           WRITE SUM-LINE.
           MOVE SPACE TO WS-HIST-TEXT.
           STRING "HOLD "           DELIMITED BY SIZE
                  WS-RUN-STAMP      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OLD-FILE-PATH     DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-APPR-SUM-DISP  DELIMITED BY SIZE
                  INTO WS-HIST-TEXT.
           MOVE WS-HIST-TEXT TO HIST-LINE.
           WRITE HIST-LINE.
           IF SW-EN-PASS = 'Y'
               MOVE "(english)" TO WS-CHAP-WORK
           ELSE
               IF TOC-MATCH-IDX > 0
                   MOVE TOC-CHAPTER(TOC-MATCH-IDX) TO WS-CHAP-WORK
               ELSE
                   MOVE "(no chapter)" TO WS-CHAP-WORK
               END-IF
           END-IF.
           IF WS-CHAP-WORK = SPACE
               MOVE "(no chapter)" TO WS-CHAP-WORK
           END-IF.
           PERFORM MAIN-293-REPORT-PAGE-CHANGES THRU MAIN-293-EXIT.
           IF SW-CHG-OPEN = 'Y'
               MOVE "  (awaiting approval - not published)"
                    TO CHG-LINE
               WRITE CHG-LINE
           END-IF.
      *-------------------------------------*
      *部品1行分の扱い
      *事前走査では下位の差し込みをすべてたどり、公開される
      *"## "見出しを集める。本文コピーでは公開される行だけを
      *書き出し、公開される差し込み指定を展開する
      *-------------------------------------*
       MAIN-222-INCLUDE-LINE.
           MOVE INC-REC(1:300) TO COND-LINE.
           PERFORM MAIN-265-CHECK-CONDITION.
           MOVE 'Y' TO SW-LINE-PUBLISHED.
           IF BUILD-PROFILE NOT = SPACE
               AND (COND-KIND NOT = SPACE OR COND-OFF-DEPTH > 0)
               MOVE 'N' TO SW-LINE-PUBLISHED
           END-IF.
           MOVE INC-REC(1:300) TO INCL-LINE.
           PERFORM MAIN-222-PARSE-INCLUDE.
           IF SW-INCL-MODE = 'S'
               IF SW-INCL-DIRECTIVE = 'Y'
                   AND SW-LINE-PUBLISHED = 'Y'
                   PERFORM MAIN-222-PUSH-INCLUDE
                           THRU MAIN-222-PUSH-EXIT
               END-IF
               IF SW-INCL-DIRECTIVE = 'M'
                   AND SW-LINE-PUBLISHED = 'Y'
                   MOVE "malformed include" TO INCL-ERROR
                   MOVE INCL-LINE TO INCL-FILE-PATH
                   PERFORM MAIN-222-INCLUDE-ERROR
               END-IF
               IF SW-INCL-DIRECTIVE = 'N'
                   AND SW-LINE-PUBLISHED = 'Y'
                   AND INC-REC(1:3) = "## "
                   AND HEAD-COUNT < 200
                   ADD 1 TO HEAD-COUNT
                   MOVE INC-REC(4:200) TO HEAD-ENTRY(HEAD-COUNT)
               END-IF
           ELSE
               IF SW-LINE-PUBLISHED = 'Y'
                   IF SW-INCL-DIRECTIVE = 'Y'
                       PERFORM MAIN-222-PUSH-INCLUDE
                               THRU MAIN-222-PUSH-EXIT
                   END-IF
                   IF SW-INCL-DIRECTIVE = 'N'
                       MOVE INC-REC TO WS-OUT-LINE
                       MOVE "BODY" TO WS-EMIT-KIND
                       PERFORM MAIN-400-EMIT-LINE
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *部品を読み終えた（事前走査では使う部品として記録する）
      *-------------------------------------*
       MAIN-222-RECORD-INCLUDE.
           IF SW-INCL-MODE = 'S'
               MOVE 0 TO INCU-MATCH
               PERFORM VARYING INCU-IDX FROM 1 BY 1
                         UNTIL INCU-IDX > INCU-COUNT
                   IF INCU-PATH(INCU-IDX) = INCS-PATH(INCS-DEPTH)
                       SET INCU-MATCH TO INCU-IDX
                   END-IF
               END-PERFORM
               IF INCU-MATCH = 0
                   IF INCU-COUNT >= 100
                       DISPLAY "AUTOMANUAL: include table full (100) "
                               "- cannot continue"
                       MOVE 8 TO RETURN-CODE
                       PERFORM MAIN-002-RELEASE-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO INCU-COUNT
                   MOVE INCS-PATH(INCS-DEPTH) TO INCU-PATH(INCU-COUNT)
                   MOVE INCS-POS(INCS-DEPTH) TO INCU-LINES(INCU-COUNT)
                   MOVE INCS-SUM(INCS-DEPTH) TO INCU-SUM(INCU-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *差し込みの誤り（事前走査でだけ報告し、ページを失敗にする）
      *「種別: 部品のパス (in 差し込んだ部品)」の形で書く
      *-------------------------------------*
       MAIN-222-INCLUDE-ERROR.
           IF SW-INCL-MODE = 'S'
               MOVE 'Y' TO SW-INCL-ERROR
               MOVE SPACE TO WS-VAL-KIND
               IF INCS-DEPTH = 0
                   STRING INCL-ERROR      DELIMITED BY "  "
                          ": "            DELIMITED BY SIZE
                          INCL-FILE-PATH  DELIMITED BY "  "
                          INTO WS-VAL-KIND
               ELSE
                   STRING INCL-ERROR      DELIMITED BY "  "
                          ": "            DELIMITED BY SIZE
                          INCL-FILE-PATH  DELIMITED BY "  "
                          " (in "         DELIMITED BY SIZE
                          INCS-PATH(INCS-DEPTH)
                                          DELIMITED BY SPACE
                          ")"             DELIMITED BY SIZE
                          INTO WS-VAL-KIND
               END-IF
               PERFORM MAIN-218-REPORT-VAL-FINDING
           END-IF.
      *-------------------------------------*
      *差し込み指定の部品（INCL-TARGET）を入れ子ごと読み進める
      *部品ファイルは1本で開閉するため、入れ子から戻るときは
      *読み終えた行数（INCS-POS）だけ読み飛ばしてから続ける
      *-------------------------------------*
       MAIN-222-WALK-INCLUDE.
           MOVE 0 TO INCS-DEPTH.
           PERFORM MAIN-222-PUSH-INCLUDE THRU MAIN-222-PUSH-EXIT.
           PERFORM UNTIL INCS-DEPTH = 0
               PERFORM MAIN-222-READ-INCLUDE THRU MAIN-222-READ-EXIT
           END-PERFORM.
      *-------------------------------------*
      *部品を1段積む（循環と深すぎる入れ子は積まずに報告する）
      *-------------------------------------*
       MAIN-222-PUSH-INCLUDE.
           MOVE SPACE TO INCL-FILE-PATH.
           STRING INCL-TREE    DELIMITED BY SPACE
                  INCL-TARGET  DELIMITED BY SPACE
                  INTO INCL-FILE-PATH.
           MOVE 'N' TO SW-INCL-LOOP.
           IF INCL-FILE-PATH = INCL-ROOT
               MOVE 'Y' TO SW-INCL-LOOP
           END-IF.
           PERFORM VARYING INCS-IX FROM 1 BY 1
                     UNTIL INCS-IX > INCS-DEPTH
               IF INCS-PATH(INCS-IX) = INCL-FILE-PATH
                   MOVE 'Y' TO SW-INCL-LOOP
               END-IF
           END-PERFORM.
           IF SW-INCL-LOOP = 'Y'
               MOVE "circular include" TO INCL-ERROR
               PERFORM MAIN-222-INCLUDE-ERROR
               GO TO MAIN-222-PUSH-EXIT
           END-IF.
           IF INCS-DEPTH >= INCL-MAX-DEPTH
               MOVE "include nesting too deep" TO INCL-ERROR
               PERFORM MAIN-222-INCLUDE-ERROR
               GO TO MAIN-222-PUSH-EXIT
           END-IF.
           ADD 1 TO INCS-DEPTH.
           MOVE INCL-FILE-PATH TO INCS-PATH(INCS-DEPTH).
           MOVE 0 TO INCS-POS(INCS-DEPTH) INCS-SUM(INCS-DEPTH).
           MOVE 1 TO INCS-WEIGHT(INCS-DEPTH).
           MOVE 'Y' TO SW-INCS-PUSHED.
       MAIN-222-PUSH-EXIT.
           CONTINUE.
      *-------------------------------------*
      *いちばん内側の部品を、前回読んだ位置から読み進める
      *下位の部品を積んだらそこで閉じ、読み終えたら1段戻る
      *-------------------------------------*
       MAIN-222-READ-INCLUDE.
           MOVE INCS-PATH(INCS-DEPTH) TO INCL-FILE-PATH.
           OPEN INPUT INCFILE.
           IF INC-STS NOT = "00"
               SUBTRACT 1 FROM INCS-DEPTH
               MOVE "missing include" TO INCL-ERROR
               PERFORM MAIN-222-INCLUDE-ERROR
               GO TO MAIN-222-READ-EXIT
           END-IF.
           MOVE INCS-POS(INCS-DEPTH) TO INCS-SKIP.
           PERFORM UNTIL INCS-SKIP = 0
                         OR (INC-STS NOT = "00" AND INC-STS NOT = "09")
               READ INCFILE NEXT
                 AT END
                    CONTINUE
               END-READ
               SUBTRACT 1 FROM INCS-SKIP
           END-PERFORM.
           MOVE 'N' TO SW-INCS-PUSHED.
      *制御文字を含む行は状態09で渡されるため、読み続ける
           PERFORM UNTIL SW-INCS-PUSHED = 'Y'
                         OR (INC-STS NOT = "00" AND INC-STS NOT = "09")
               MOVE SPACE TO INC-REC
               READ INCFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO INCS-POS(INCS-DEPTH)
                    PERFORM MAIN-222-SUM-INCLUDE-LINE
                    PERFORM MAIN-222-INCLUDE-LINE
           END-PERFORM.
           CLOSE INCFILE.
           IF SW-INCS-PUSHED = 'N'
               PERFORM MAIN-222-RECORD-INCLUDE
               SUBTRACT 1 FROM INCS-DEPTH
           END-IF.
       MAIN-222-READ-EXIT.
           CONTINUE.
      *-------------------------------------*
      *部品1行分をその部品のチェックサムへ加算する
      *（台帳のページ行と同じ規則。末尾の空白は数えない）
      *-------------------------------------*
       MAIN-222-SUM-INCLUDE-LINE.
           MOVE 0 TO INCL-BODY-LEN.
           PERFORM VARYING INCL-BLK FROM 100 BY -1
                     UNTIL INCL-BLK < 1 OR INCL-BODY-LEN > 0
               COMPUTE INCL-BLK-START = (INCL-BLK - 1) * 500 + 1
               IF INC-REC(INCL-BLK-START:500) NOT = SPACE
                   COMPUTE INCL-CHR = INCL-BLK-START + 499
                   PERFORM UNTIL INCL-CHR < INCL-BLK-START
                                 OR INC-REC(INCL-CHR:1) NOT = SPACE
                       SUBTRACT 1 FROM INCL-CHR
                   END-PERFORM
                   MOVE INCL-CHR TO INCL-BODY-LEN
               END-IF
           END-PERFORM.
           MOVE INCS-SUM(INCS-DEPTH) TO INCL-SUM-WORK.
           PERFORM VARYING INCL-CHR FROM 1 BY 1
                     UNTIL INCL-CHR > INCL-BODY-LEN
               MOVE INC-REC(INCL-CHR:1) TO INCL-CHK-CHAR
               COMPUTE INCL-SUM-WORK = INCL-SUM-WORK
                       + INCL-CHK-NUM * INCS-WEIGHT(INCS-DEPTH)
               ADD 1 TO INCS-WEIGHT(INCS-DEPTH)
               IF INCS-WEIGHT(INCS-DEPTH) > 97
                   MOVE 1 TO INCS-WEIGHT(INCS-DEPTH)
               END-IF
           END-PERFORM.
           DIVIDE INCL-SUM-WORK BY 1000000000
                  GIVING INCL-CHK-Q REMAINDER INCL-CHK-R.
           MOVE INCL-CHK-R TO INCS-SUM(INCS-DEPTH).
      *-------------------------------------*
      *INCL-LINEの1行が差し込み指定かを調べる
      *（SW-INCL-DIRECTIVE:'Y'=指定・'M'=書式の誤り・'N'=指定でない）
      *-------------------------------------*
       MAIN-222-PARSE-INCLUDE.
           MOVE 'N' TO SW-INCL-DIRECTIVE.
           MOVE SPACE TO INCL-TARGET INCL-EXTRA.
           IF INCL-LINE(1:12) = INCL-MARK
               MOVE 'M' TO SW-INCL-DIRECTIVE
               MOVE 300 TO INCL-LEN
               PERFORM UNTIL INCL-LEN = 1
                             OR INCL-LINE(INCL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM INCL-LEN
               END-PERFORM
               IF INCL-LEN >= 16
                   AND INCL-LINE(INCL-LEN - 2:3) = "-->"
                   UNSTRING INCL-LINE(13:INCL-LEN - 15)
                            DELIMITED BY ALL SPACE
                            INTO INCL-TARGET INCL-EXTRA
                   IF INCL-TARGET NOT = SPACE
                       AND INCL-EXTRA = SPACE
                       AND INCL-TARGET(1:1) NOT = "/"
                       MOVE 'Y' TO SW-INCL-DIRECTIVE
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *すでにナビゲーションが付与済みのページは二重処理しない
      *-------------------------------------*
       MAIN-225-CHECK-ALREADY-NAV.
           MOVE NAVI-START-1 TO WS-OUT-LINE.
           MOVE "NAV " TO WS-EMIT-KIND.
           PERFORM MAIN-400-EMIT-LINE.
           IF SW-NAVTPL = 'Y'
               MOVE 'T' TO NT-WANT-PART
               PERFORM MAIN-258-WRITE-NAV-TEMPLATE
               MOVE NAVI-END-1 TO WS-OUT-LINE
               MOVE "NAV " TO WS-EMIT-KIND
               PERFORM MAIN-400-EMIT-LINE
               GO TO MAIN-250-EXIT
           END-IF.
           IF TOC-MATCH-IDX > 0
               PERFORM MAIN-251-WRITE-BREADCRUMB
           END-IF.
               PERFORM MAIN-255-WRITE-LANG-SWITCH
                       THRU MAIN-255-EXIT
           END-IF.
      *版を凍結しているのは日本語側ツリーだけ
           IF ED-COUNT > 1 AND SW-EN-PASS = 'N'
               PERFORM MAIN-256-WRITE-VERSION-SWITCH
                       THRU MAIN-256-EXIT
           END-IF.
           IF SEEALSO-COUNT > 0
               PERFORM MAIN-253-WRITE-SEEALSO
           END-IF.
           MOVE "NAV " TO WS-EMIT-KIND.
           PERFORM MAIN-400-EMIT-LINE.
      *-------------------------------------*
      *ページ内目次を書き出す
      *事前走査で集めた"## "見出しを、ページ内アンカーへの
      *リンク付き箇条書きにする（アンカーは英大文字を小文字化し
      *空白をハイフンに置き換えた見出し文字列）
      *-------------------------------------*
       MAIN-254-WRITE-MINITOC.
           PERFORM VARYING HEAD-IDX FROM 1 BY 1
                     UNTIL HEAD-IDX > HEAD-COUNT
               MOVE HEAD-ENTRY(HEAD-IDX) TO WS-HEAD-TEXT
               MOVE WS-HEAD-TEXT TO WS-TRIM-IN
               PERFORM MAIN-410-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-HEAD-LEN
               MOVE WS-HEAD-TEXT TO WS-ANCHOR
               INSPECT WS-ANCHOR CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                       "abcdefghijklmnopqrstuvwxyz"
               INSPECT WS-ANCHOR(1:WS-HEAD-LEN) CONVERTING
                       " " TO "-"
               MOVE SPACE TO WS-OUT-LINE
               STRING "- ["                      DELIMITED BY SIZE
                      WS-HEAD-TEXT(1:WS-HEAD-LEN)
                                                 DELIMITED BY SIZE
                      "](#"                      DELIMITED BY SIZE
                      WS-ANCHOR(1:WS-HEAD-LEN)   DELIMITED BY SIZE
                      ")"                        DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               MOVE "NAV " TO WS-EMIT-KIND
               PERFORM MAIN-400-EMIT-LINE
           END-PERFORM.
      *-------------------------------------*
      *言語切替リンクを書き出す
      *対応表に相手ページがあり、相手側の変換元が実在し、かつ
      *相手ツリーの公開先URL（PAIR-JA-BASE／PAIR-EN-BASE）が設定
       MAIN-255-EXIT.
           CONTINUE.
      *-------------------------------------*
      *版切替行を書き出す
      *現行（latest）の版を先頭の文字として置き、凍結済みの版を
      *版一覧の順に並べる。相手の版に同じページの写しがあれば
      *そのページ、無ければその版の目次（TOC.html）へリンクする。
      *凍結済みの版が一つも無ければ行は書かない
      *-------------------------------------*
       MAIN-256-WRITE-VERSION-SWITCH.
           IF ED-LATEST-IX = 0
               GO TO MAIN-256-EXIT
           END-IF.
           MOVE SPACE TO WS-OUT-LINE.
           MOVE 1 TO WS-VER-PTR.
           MOVE 0 TO WS-VER-LISTED.
           IF NAV-LANG = "EN"
               STRING NAVI-VERSION-EN DELIMITED BY SIZE
                      ED-VERSION(ED-LATEST-IX) DELIMITED BY SPACE
                      " (latest)"     DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-VER-PTR
           ELSE
               STRING NAVI-VERSION-JA DELIMITED BY SIZE
                      ED-VERSION(ED-LATEST-IX) DELIMITED BY SPACE
                      " ("            DELIMITED BY SIZE
                      X"E69C80E696B0" DELIMITED BY SIZE
                      ")"             DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-VER-PTR
           END-IF.
           PERFORM VARYING WS-ED-IX FROM 1 BY 1
                     UNTIL WS-ED-IX > ED-COUNT
               IF ED-FROZEN(WS-ED-IX) = 'Y'
                   PERFORM MAIN-257-ADD-VERSION-LINK
               END-IF
           END-PERFORM.
           IF WS-VER-LISTED = 0
               GO TO MAIN-256-EXIT
           END-IF.
           MOVE "NAV " TO WS-EMIT-KIND.
           PERFORM MAIN-400-EMIT-LINE.
           ADD 1 TO WS-LINKS-INSERTED.
       MAIN-256-EXIT.
           CONTINUE.
      *-------------------------------------*
      *凍結済みの版1件分のリンクを版切替行へ足す
      *（公開先は.htmlなので、ページ名の.mdを.htmlへ読み替える）
      *-------------------------------------*
       MAIN-257-ADD-VERSION-LINK.
           MOVE SPACE TO BACKUP-FILE-PATH.
           STRING "new/"               DELIMITED BY SIZE
                  ED-VERSION(WS-ED-IX) DELIMITED BY SPACE
                  "/"                  DELIMITED BY SIZE
                  MD-CURRENT           DELIMITED BY SPACE
                  INTO BACKUP-FILE-PATH.
           MOVE ED-BASE-LEN(WS-ED-IX) TO WS-VER-LEN.
           OPEN INPUT BACKUPFILE.
           IF BAK-STS = "00"
               CLOSE BACKUPFILE
               MOVE MD-CURRENT TO WS-TRIM-IN
               PERFORM MAIN-410-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-CPART-LEN
               IF WS-CPART-LEN > 3
                   AND MD-CURRENT(WS-CPART-LEN - 2 : 3) = ".md"
                   SUBTRACT 3 FROM WS-CPART-LEN
               END-IF
               STRING " | ["               DELIMITED BY SIZE
                      ED-VERSION(WS-ED-IX) DELIMITED BY SPACE
                      "]("                 DELIMITED BY SIZE
                      ED-BASE(WS-ED-IX)(1:WS-VER-LEN)
                                           DELIMITED BY SIZE
                      "/"                  DELIMITED BY SIZE
                      MD-CURRENT(1:WS-CPART-LEN)
                                           DELIMITED BY SIZE
                      ".html)"             DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-VER-PTR
           ELSE
               STRING " | ["               DELIMITED BY SIZE
                      ED-VERSION(WS-ED-IX) DELIMITED BY SPACE
                      "]("                 DELIMITED BY SIZE
                      ED-BASE(WS-ED-IX)(1:WS-VER-LEN)
                                           DELIMITED BY SIZE
                      "/TOC.html)"         DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-VER-PTR
           END-IF.
           ADD 1 TO WS-VER-LISTED.
      *-------------------------------------*
      *テンプレートでナビの上部／下部の中身を書き出す
      *（NT-WANT-PARTに'T'か'B'を入れて呼ぶ。マーカー行は呼び出し
      *　元が書く）
      *-------------------------------------*
       MAIN-258-WRITE-NAV-TEMPLATE.
           MOVE NAVTPL-DEFAULT TO NT-USE.
           IF TOC-MATCH-IDX > 0
               PERFORM VARYING NC-IX FROM 1 BY 1
                         UNTIL NC-IX > NC-COUNT
                   IF NC-CHAPTER(NC-IX) = TOC-CHAPTER(TOC-MATCH-IDX)
                       MOVE NC-NAME(NC-IX) TO NT-USE
                   END-IF
               END-PERFORM
           END-IF.
           IF NAV-LANG = "EN"
               MOVE SPACE TO NT-USE-EN
               STRING NT-USE             DELIMITED BY SPACE
                      "-en"              DELIMITED BY SIZE
                      INTO NT-USE-EN
               PERFORM MAIN-278-FIND-NAV-TEMPLATE
               IF SW-NT-FOUND = 'Y'
                   MOVE NT-USE-EN TO NT-USE
               END-IF
           END-IF.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-COUNT
               IF NT-NAME(NT-IX) = NT-USE
                   AND NT-PART(NT-IX) = NT-WANT-PART
                   PERFORM MAIN-259-EMIT-NAV-LINE
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *テンプレートの1行を書き出す（要素の行は要素を、それ以外は
      *値を差し込んだ行を出す）
      *-------------------------------------*
       MAIN-259-EMIT-NAV-LINE.
           MOVE NT-TEXT(NT-IX) TO NT-LINE-TEXT.
           PERFORM MAIN-277-NAV-TEXT-LEN.
           MOVE 1 TO NT-SCAN-POS.
           PERFORM MAIN-276-NEXT-NAV-TOKEN THRU MAIN-276-EXIT.
           IF NT-TOK-KIND = 'E' AND NT-TOK-START = 1
               AND NT-TOK-LEN = NT-TEXT-LEN
               PERFORM MAIN-273-EMIT-NAV-ELEMENT
           ELSE
               PERFORM MAIN-274-SUBST-NAV-LINE
               IF SW-NT-DROP = 'N'
                   MOVE "NAV " TO WS-EMIT-KIND
                   PERFORM MAIN-400-EMIT-LINE
               END-IF
           END-IF.
      *-------------------------------------*
      *OLDFILEの内容をNEWFILEへそのまま書き込む
      *1行目に見出し（# ～）があればページタイトルとして覚えておく
      *-------------------------------------*
       MAIN-260-COPY-BODY.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           IF OLD-STS = ZERO OR OLD-STS = "09"
               PERFORM MAIN-261-EMIT-BODY-LINE
           END-IF.
      *公開本文へ出力しない
      *リフレッシュモード時は既存のナビブロック（NAVIMARKの
      *マーカー行とその間の行）を書き出さずに読み飛ばす
      *プロファイル設定時は条件マーカー行と条件に合わない
      *ブロックの行を書き出さない
      *-------------------------------------*
       MAIN-261-EMIT-BODY-LINE.
           IF FM-SKIP-REMAIN > 0
                   MOVE 'N' TO SW-IN-NAVI-STRIP
               ELSE
                   IF SW-IN-NAVI-STRIP = 'N'
                       MOVE 'Y' TO SW-LINE-PUBLISHED
                       IF BUILD-PROFILE NOT = SPACE
                           MOVE OLD-REC(1:300) TO COND-LINE
                           PERFORM MAIN-265-CHECK-CONDITION
                           IF COND-KIND NOT = SPACE
                               OR COND-OFF-DEPTH > 0
                               MOVE 'N' TO SW-LINE-PUBLISHED
                           END-IF
                       END-IF
                       IF SW-LINE-PUBLISHED = 'Y'
                           AND OLD-REC(1:12) = INCL-MARK
                           PERFORM MAIN-262-EXPAND-INCLUDE
                       ELSE
                       IF SW-LINE-PUBLISHED = 'Y'
                           PERFORM MAIN-260-CHECK-TITLE-LINE
                           MOVE OLD-REC TO WS-OUT-LINE
                           MOVE "BODY" TO WS-EMIT-KIND
                           PERFORM MAIN-400-EMIT-LINE
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE 'Y' TO SW-TITLE-FOUND
           END-IF.
      *-------------------------------------*
      *差し込み指定の行を部品の本文に置き換えて書き出す
      *（事前走査で誤りが無いことを確かめたページだけがここへ来る）
      *-------------------------------------*
       MAIN-262-EXPAND-INCLUDE.
           MOVE OLD-REC(1:300) TO INCL-LINE.
           PERFORM MAIN-222-PARSE-INCLUDE.
           IF SW-INCL-DIRECTIVE = 'Y'
               MOVE 'E' TO SW-INCL-MODE
               PERFORM MAIN-222-WALK-INCLUDE
           END-IF.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（COND-KIND:'I'=if・'E'=endif・空白=マーカーでない）
      *ifの条件は選ばれたプロファイルがキーにいずれかの値を持てば
      *成立。どのプロファイルにも無いキー・値と書式の誤りは不成立
      *（SW-COND-KNOWNで区別する）。対応するifの無いendifは
      *COND-STRAYに数えて読み捨てる
      *-------------------------------------*
       MAIN-265-CHECK-CONDITION.
           MOVE SPACE TO COND-KIND.
           MOVE 'N' TO SW-COND-TRUE.
           MOVE 'Y' TO SW-COND-KNOWN.
           IF COND-LINE(1:12) = COND-ENDIF-MARK
               AND COND-LINE(13:288) = SPACE
               MOVE 'E' TO COND-KIND
               ADD 1 TO COND-MARKERS
               IF COND-DEPTH = 0
                   ADD 1 TO COND-STRAY
               ELSE
                   IF COND-OFF-DEPTH = COND-DEPTH
                       MOVE 0 TO COND-OFF-DEPTH
                   END-IF
                   SUBTRACT 1 FROM COND-DEPTH
               END-IF
           END-IF.
           IF COND-LINE(1:7) = COND-IF-MARK
               MOVE 'I' TO COND-KIND
               ADD 1 TO COND-MARKERS
               PERFORM MAIN-266-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-266-EVAL-CONDITION.
           MOVE 300 TO COND-LEN.
           PERFORM UNTIL COND-LEN = 1
                         OR COND-LINE(COND-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM COND-LEN
           END-PERFORM.
           MOVE SPACE TO COND-KEY COND-VALUES.
           IF COND-LEN < 13
               OR COND-LINE(COND-LEN - 2:3) NOT = "-->"
               MOVE 'M' TO SW-COND-KNOWN
           ELSE
               UNSTRING COND-LINE(8:COND-LEN - 10) DELIMITED BY "="
                        INTO COND-KEY COND-VALUES
               IF COND-KEY = SPACE OR COND-VALUES = SPACE
                   MOVE 'M' TO SW-COND-KNOWN
               ELSE
                   MOVE 1 TO COND-PTR
                   PERFORM UNTIL COND-PTR > 250
                       MOVE SPACE TO COND-VALUE
                       UNSTRING COND-VALUES DELIMITED BY ","
                                INTO COND-VALUE
                                WITH POINTER COND-PTR
                       IF COND-VALUE = SPACE
                           MOVE 'M' TO SW-COND-KNOWN
                       ELSE
                           PERFORM MAIN-267-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-267-MATCH-PROFILE.
           MOVE 'N' TO SW-COND-VAL-SEEN.
           PERFORM VARYING PROF-IDX FROM 1 BY 1
                     UNTIL PROF-IDX > PROF-COUNT
               IF PROF-KEY(PROF-IDX) = COND-KEY
                   AND PROF-VALUE(PROF-IDX) = COND-VALUE
                   MOVE 'Y' TO SW-COND-VAL-SEEN
                   IF PROF-ACTIVE(PROF-IDX) = 'Y'
                       MOVE 'Y' TO SW-COND-TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF SW-COND-VAL-SEEN = 'N' AND SW-COND-KNOWN = 'Y'
               MOVE 'N' TO SW-COND-KNOWN
           END-IF.
      *-------------------------------------*
      *ナビゲーション下部（<!--navi start2-->～end2）を書き出す
      *「ページトップへ」はページタイトル入りの文言にする
      *-------------------------------------*
           MOVE NAVI-START-2 TO WS-OUT-LINE.
           MOVE "NAV " TO WS-EMIT-KIND.
           PERFORM MAIN-400-EMIT-LINE.
           IF SW-NAVTPL = 'Y'
               MOVE 'B' TO NT-WANT-PART
               PERFORM MAIN-258-WRITE-NAV-TEMPLATE
               MOVE NAVI-END-2 TO WS-OUT-LINE
               MOVE "NAV " TO WS-EMIT-KIND
               PERFORM MAIN-400-EMIT-LINE
               GO TO MAIN-270-EXIT
           END-IF.
           MOVE SPACE TO WS-OUT-LINE.
           PERFORM MAIN-400-EMIT-LINE.
           PERFORM MAIN-271-WRITE-BACK-TO-TOP.
           END-IF.
           MOVE "NAV " TO WS-EMIT-KIND.
           PERFORM MAIN-400-EMIT-LINE.
      *-------------------------------------*
      *要素を組み込みの書式で書き出す（組み込みの並びと同じ条件）
      *-------------------------------------*
       MAIN-273-EMIT-NAV-ELEMENT.
           MOVE "NAV " TO WS-EMIT-KIND.
           EVALUATE NT-TOKEN
               WHEN "BREADCRUMB"
                   IF TOC-MATCH-IDX > 0
                       PERFORM MAIN-251-WRITE-BREADCRUMB
                   END-IF
               WHEN "MINITOC"
                   IF HEAD-COUNT > 0
                       PERFORM MAIN-254-WRITE-MINITOC
                   END-IF
               WHEN "PREVNEXT"
                   PERFORM MAIN-252-WRITE-PREV-NEXT
               WHEN "LANGSWITCH"
                   IF PAIR-COUNT > 0
                       PERFORM MAIN-255-WRITE-LANG-SWITCH
                               THRU MAIN-255-EXIT
                   END-IF
               WHEN "VERSIONSWITCH"
                   IF ED-COUNT > 1 AND SW-EN-PASS = 'N'
                       PERFORM MAIN-256-WRITE-VERSION-SWITCH
                               THRU MAIN-256-EXIT
                   END-IF
               WHEN "SEEALSO"
                   IF SEEALSO-COUNT > 0
                       PERFORM MAIN-253-WRITE-SEEALSO
                   END-IF
               WHEN "BACKTOTOP"
                   PERFORM MAIN-271-WRITE-BACK-TO-TOP
               WHEN "BLANK"
                   MOVE SPACE TO WS-OUT-LINE
                   PERFORM MAIN-400-EMIT-LINE
           END-EVALUATE.
      *-------------------------------------*
      *テンプレートの行の値の差し込み記号を置き換えてWS-OUT-LINEへ
      *（値が空の記号があればSW-NT-DROPを'Y'にする）
      *-------------------------------------*
       MAIN-274-SUBST-NAV-LINE.
           MOVE SPACE TO WS-OUT-LINE.
           MOVE 1 TO NT-OUT-PTR NT-SCAN-POS.
           MOVE 'N' TO SW-NT-DROP.
           PERFORM UNTIL NT-SCAN-POS > NT-TEXT-LEN OR SW-NT-DROP = 'Y'
               PERFORM MAIN-276-NEXT-NAV-TOKEN THRU MAIN-276-EXIT
               IF NT-TOK-KIND = 'N'
                   STRING NT-LINE-TEXT(NT-SCAN-POS:NT-SCAN-REST)
                                         DELIMITED BY SIZE
                          INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
                   COMPUTE NT-SCAN-POS = NT-TEXT-LEN + 1
               ELSE
                   IF NT-TOK-START > NT-SCAN-POS
                       COMPUTE NT-SCAN-REST = NT-TOK-START - NT-SCAN-POS
                       STRING NT-LINE-TEXT(NT-SCAN-POS:NT-SCAN-REST)
                                         DELIMITED BY SIZE
                              INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
                   END-IF
                   IF NT-TOK-KIND = 'V'
                       PERFORM MAIN-275-NAV-VALUE
                   ELSE
                       STRING NT-LINE-TEXT(NT-TOK-START:NT-TOK-LEN)
                                         DELIMITED BY SIZE
                              INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
                   END-IF
                   COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *値の差し込み記号1つ分の値を書き足す
      *-------------------------------------*
       MAIN-275-NAV-VALUE.
           MOVE SPACE TO NT-VALUE.
           EVALUATE NT-TOKEN
               WHEN "TOC-URL"
                   MOVE TOC-BASE-URL TO NT-VALUE
               WHEN "PREV"
                   MOVE MD-PREVIOUS TO NT-VALUE
               WHEN "NEXT"
                   MOVE MD-NEXT TO NT-VALUE
               WHEN "PAGE"
                   MOVE MD-CURRENT TO NT-VALUE
               WHEN "TITLE"
                   MOVE WS-PAGE-TITLE TO NT-VALUE
                   IF NT-VALUE = SPACE AND TOC-MATCH-IDX > 0
                       MOVE TOC-TITLE(TOC-MATCH-IDX) TO NT-VALUE
                   END-IF
               WHEN "CHAPTER"
                   IF TOC-MATCH-IDX > 0
                       MOVE TOC-CHAPTER(TOC-MATCH-IDX) TO NT-VALUE
                   END-IF
               WHEN "SECTION"
                   IF TOC-MATCH-IDX > 0
                       MOVE TOC-SECTION(TOC-MATCH-IDX) TO NT-VALUE
                   END-IF
           END-EVALUATE.
           IF NT-VALUE = SPACE
               MOVE 'Y' TO SW-NT-DROP
           ELSE
               MOVE NT-VALUE TO WS-TRIM-IN
               PERFORM MAIN-410-CALC-TRIM-LEN
               STRING NT-VALUE(1:WS-TRIM-LEN) DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
           END-IF.
      *-------------------------------------*
      *NT-LINE-TEXTのNT-SCAN-POS以降で次の差し込み記号を探す
      *（"{"から"}"までの英大文字とハイフン。それ以外の"{"は
      *　NT-TOK-KIND='L'の1文字として返す）
      *-------------------------------------*
       MAIN-276-NEXT-NAV-TOKEN.
           MOVE 'N' TO NT-TOK-KIND.
           MOVE 0 TO NT-TOK-START NT-TOK-LEN.
           MOVE SPACE TO NT-TOKEN.
           COMPUTE NT-SCAN-REST = NT-TEXT-LEN - NT-SCAN-POS + 1.
           INSPECT NT-LINE-TEXT(NT-SCAN-POS:NT-SCAN-REST)
                   TALLYING NT-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL "{".
           IF NT-TOK-LEN >= NT-SCAN-REST
               GO TO MAIN-276-EXIT
           END-IF.
           COMPUTE NT-TOK-START = NT-SCAN-POS + NT-TOK-LEN.
           MOVE 'L' TO NT-TOK-KIND.
           COMPUTE NT-SCAN-REST = NT-TEXT-LEN - NT-TOK-START + 1.
           MOVE 0 TO NT-TOK-LEN.
           INSPECT NT-LINE-TEXT(NT-TOK-START:NT-SCAN-REST)
                   TALLYING NT-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL "}".
           IF NT-TOK-LEN >= NT-SCAN-REST
               OR NT-TOK-LEN < 2 OR NT-TOK-LEN > 15
               MOVE 1 TO NT-TOK-LEN
               GO TO MAIN-276-EXIT
           END-IF.
           MOVE NT-LINE-TEXT(NT-TOK-START + 1:NT-TOK-LEN - 1)
                TO NT-TOKEN.
           MOVE NT-TOKEN TO NT-TOKEN-CHK.
           INSPECT NT-TOKEN-CHK REPLACING ALL "-" BY "A".
           IF NT-TOKEN-CHK IS NOT ALPHABETIC-UPPER
               MOVE SPACE TO NT-TOKEN
               MOVE 1 TO NT-TOK-LEN
               GO TO MAIN-276-EXIT
           END-IF.
           ADD 1 TO NT-TOK-LEN.
           MOVE 'U' TO NT-TOK-KIND.
           PERFORM VARYING NTK-IX FROM 1 BY 1 UNTIL NTK-IX > 15
               IF NTK-NAME(NTK-IX) = NT-TOKEN
                   MOVE NTK-KIND(NTK-IX) TO NT-TOK-KIND
               END-IF
           END-PERFORM.
       MAIN-276-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-277-NAV-TEXT-LEN.
           MOVE 300 TO NT-TEXT-LEN.
           PERFORM UNTIL NT-TEXT-LEN = 1
                         OR NT-LINE-TEXT(NT-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM NT-TEXT-LEN
           END-PERFORM.
      *-------------------------------------*
      *NT-USE-ENの名前のテンプレートがあるか（SW-NT-FOUND）
      *-------------------------------------*
       MAIN-278-FIND-NAV-TEMPLATE.
           MOVE 'N' TO SW-NT-FOUND.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-COUNT
               IF NT-NAME(NT-IX) = NT-USE-EN
                   MOVE 'Y' TO SW-NT-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *テンプレートファイルの1行（NT-REC）を解析して点検する
      *（誤りはNT-ERROR、マーカー文字列の数はNT-MARK-HITS）
      *-------------------------------------*
       MAIN-279-PARSE-NAV-TEMPLATE.
           MOVE SPACE TO NT-F1 NT-F2 NT-LINE-TEXT NT-ERROR.
           MOVE SPACE TO NT-LINE-PART.
           MOVE 0 TO NT-MARK-HITS.
           INSPECT NT-REC TALLYING NT-MARK-HITS FOR ALL NAVTPL-MARK.
           MOVE 1 TO NT-F-PTR.
           UNSTRING NT-REC DELIMITED BY ALL SPACE
                    INTO NT-F1 NT-F2 WITH POINTER NT-F-PTR.
           IF NT-F-PTR <= 400
               MOVE NT-REC(NT-F-PTR:) TO NT-LINE-TEXT
           END-IF.
           IF NT-F1 = SPACE OR NT-F1(31:70) NOT = SPACE
               MOVE "bad template name" TO NT-ERROR
               GO TO MAIN-279-EXIT
           END-IF.
           IF NT-F1 = NAVTPL-CHAPTER-KEY
               IF NT-F2 = SPACE OR NT-F2(31:70) NOT = SPACE
                   MOVE "bad template name" TO NT-ERROR
               ELSE
                   IF NT-LINE-TEXT = SPACE
                       OR NT-LINE-TEXT(81:220) NOT = SPACE
                       MOVE "missing or too long chapter heading"
                            TO NT-ERROR
                   END-IF
               END-IF
               GO TO MAIN-279-EXIT
           END-IF.
           EVALUATE NT-F2
               WHEN "TOP"
                   MOVE 'T' TO NT-LINE-PART
               WHEN "BOTTOM"
                   MOVE 'B' TO NT-LINE-PART
               WHEN OTHER
                   MOVE "part must be TOP or BOTTOM" TO NT-ERROR
                   GO TO MAIN-279-EXIT
           END-EVALUATE.
           IF NT-LINE-TEXT = SPACE
               MOVE "no line text" TO NT-ERROR
               GO TO MAIN-279-EXIT
           END-IF.
           IF NT-F-PTR < 101
               IF NT-REC(NT-F-PTR + 300:) NOT = SPACE
                   MOVE "line text too long" TO NT-ERROR
                   GO TO MAIN-279-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-277-NAV-TEXT-LEN.
           MOVE 1 TO NT-SCAN-POS.
           PERFORM UNTIL NT-SCAN-POS > NT-TEXT-LEN
                         OR NT-ERROR NOT = SPACE
               PERFORM MAIN-276-NEXT-NAV-TOKEN THRU MAIN-276-EXIT
               EVALUATE NT-TOK-KIND
                   WHEN 'N'
                       COMPUTE NT-SCAN-POS = NT-TEXT-LEN + 1
                   WHEN 'U'
                       STRING "unknown placeholder {"
                                         DELIMITED BY SIZE
                              NT-TOKEN   DELIMITED BY SPACE
                              "}"        DELIMITED BY SIZE
                              INTO NT-ERROR
                   WHEN 'E'
                       IF NT-TOK-START NOT = 1
                           OR NT-TOK-LEN NOT = NT-TEXT-LEN
                           STRING "element {"
                                         DELIMITED BY SIZE
                                  NT-TOKEN
                                         DELIMITED BY SPACE
                                  "} must stand alone on its line"
                                         DELIMITED BY SIZE
                                  INTO NT-ERROR
                       END-IF
                       COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
                   WHEN OTHER
                       COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
               END-EVALUATE
           END-PERFORM.
       MAIN-279-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-280-CLOSE-PAGE-FILES.
           CLOSE OLDFILE.
                    TO SUM-LINE
               WRITE SUM-LINE
           END-IF.
           IF SW-INCL-CHANGED = 'Y'
               MOVE "  NOTE: source unchanged - include changed"
                    TO SUM-LINE
               WRITE SUM-LINE
           END-IF.
      *-------------------------------------*
      *事前チェックで弾かれた／スキップされたページもサマリへ記録する
      *（コンソールのDISPLAYだけでは一括実行結果を後から追えないため）
      *処理済みページの台帳エントリを追加・更新する
      *-------------------------------------*
       MAIN-295-UPDATE-LEDGER.
      *実行IDは変換元の内容が変わったときだけ進める（ナビや部品の
      *都合で再処理しただけのページはレビュー後の変更とみなさない）
           MOVE 'Y' TO SW-LED-CONTENT-CHANGED.
           IF LED-MATCH-IX > 0
               IF LED-LINES(LED-MATCH-IX) = WS-SCAN-LINES
                   AND LED-CHECKSUM(LED-MATCH-IX) = WS-SCAN-SUM
                   MOVE 'N' TO SW-LED-CONTENT-CHANGED
               END-IF
           END-IF.
           IF SW-PRESCAN-OK = 'N'
               CONTINUE
           ELSE
               IF LED-MATCH-IX > 0
                   MOVE WS-SCAN-LINES TO LED-LINES(LED-MATCH-IX)
                   MOVE WS-SCAN-SUM   TO LED-CHECKSUM(LED-MATCH-IX)
                   IF SW-LED-CONTENT-CHANGED = 'Y'
                       MOVE WS-RUN-STAMP TO LED-RUNID(LED-MATCH-IX)
                   END-IF
                   MOVE 'Y' TO SW-LEDGER-DIRTY
                   PERFORM MAIN-295-UPDATE-INCLUDES
               END-IF
           END-IF.
      *-------------------------------------*
      *ページの部品行を今回使った部品で置き換える
      *既存の部品行の枠を先に使い回し、余った枠は名前を消して
      *書き出しから外す（部品行がページ行より後ろに並ぶように）
      *-------------------------------------*
       MAIN-295-UPDATE-INCLUDES.
           PERFORM MAIN-219-BUILD-INC-KEY.
           MOVE 0 TO WS-INC-LED-COUNT.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX)(1:WS-INC-KEY-LEN)
                  = WS-INC-KEY(1:WS-INC-KEY-LEN)
                   ADD 1 TO WS-INC-LED-COUNT
                   IF WS-INC-LED-COUNT > INCU-COUNT
                       MOVE SPACE TO LED-NAME(LED-IDX)
                   ELSE
                       SET WS-INC-LED-IX TO LED-IDX
                       SET INCU-IDX TO WS-INC-LED-COUNT
                       PERFORM MAIN-295-SET-INCLUDE-REC
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO WS-INC-LED-COUNT.
           PERFORM VARYING INCU-IDX FROM WS-INC-LED-COUNT BY 1
                     UNTIL INCU-IDX > INCU-COUNT
               IF LED-COUNT < 2000
                   ADD 1 TO LED-COUNT
                   MOVE LED-COUNT TO WS-INC-LED-IX
                   PERFORM MAIN-295-SET-INCLUDE-REC
               ELSE
                   DISPLAY "AUTOMANUAL: WARNING ledger full "
                           "(2000) - include not recorded: "
                           INCU-PATH(INCU-IDX)
                   ADD 1 TO WS-WARNINGS
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-295-SET-INCLUDE-REC.
           MOVE SPACE TO LED-NAME(WS-INC-LED-IX).
           STRING WS-INC-KEY(1:WS-INC-KEY-LEN) DELIMITED BY SIZE
                  INCU-PATH(INCU-IDX)           DELIMITED BY SPACE
                  INTO LED-NAME(WS-INC-LED-IX).
           MOVE INCU-LINES(INCU-IDX) TO LED-LINES(WS-INC-LED-IX).
           MOVE INCU-SUM(INCU-IDX) TO LED-CHECKSUM(WS-INC-LED-IX).
           MOVE WS-RUN-STAMP TO LED-RUNID(WS-INC-LED-IX).
      *-------------------------------------*
      *処理したページの内容量を章ごとに積み上げる
      *（事前走査で数えた行数・見出し数・リンク数と、
      *　読み込んだ関連リンク数を使う）
                  " pages-pending="
                                   DELIMITED BY SIZE
                  WS-PAGES-PENDING DELIMITED BY SIZE
                  " pages-awaiting-approval="
                                   DELIMITED BY SIZE
                  WS-PAGES-AWAITING
                                   DELIMITED BY SIZE
                  " warnings="     DELIMITED BY SIZE
                  WS-WARNINGS      DELIMITED BY SIZE
                  " links-inserted="
               PERFORM VARYING LED-IDX FROM 1 BY 1
                         UNTIL LED-IDX > LED-COUNT
                   IF LED-RUNID(LED-IDX) = WS-RUN-STAMP
                       AND LED-NAME(LED-IDX) NOT = SPACE
                       PERFORM MAIN-821-WRITE-ONE-LEDGER-REC
                   END-IF
               END-PERFORM
               WRITE LED-LINE
               PERFORM VARYING LED-IDX FROM 1 BY 1
                         UNTIL LED-IDX > LED-COUNT
                   IF LED-NAME(LED-IDX) NOT = SPACE
                       PERFORM MAIN-821-WRITE-ONE-LEDGER-REC
                   END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.
           MOVE LED-REC TO LED-LINE.
           WRITE LED-LINE.
      *-------------------------------------*
      *今回のビルドプロファイルを記録する（未設定なら空行）
      *-------------------------------------*
       MAIN-825-WRITE-PROFILE-STAMP.
           OPEN OUTPUT PSTAMPFILE.
           IF PSTAMP-STS = "00"
               MOVE SPACE TO PSTAMP-LINE
               MOVE BUILD-PROFILE TO PSTAMP-LINE(1:30)
               WRITE PSTAMP-LINE
               CLOSE PSTAMPFILE
           END-IF.
      *-------------------------------------*
      *今回のナビのテンプレートを記録する（未使用なら空）
      *-------------------------------------*
       MAIN-826-WRITE-NAV-STAMP.
           OPEN OUTPUT NSTAMPFILE.
           IF NSTAMP-STS = "00"
               PERFORM VARYING NSTAMP-IX FROM 1 BY 1
                         UNTIL NSTAMP-IX > NSTAMP-TOTAL
                   PERFORM MAIN-009-NAV-STAMP-LINE
                   MOVE NSTAMP-REC TO NSTAMP-LINE
                   WRITE NSTAMP-LINE
               END-PERFORM
               CLOSE NSTAMPFILE
           END-IF.
      *-------------------------------------*
      *章ごとの内容統計レポートを書き出す
      *（今回の実行で処理したページ分のみ。全章分の統計が欲しい
      *　ときは-F付きで全ページを処理してから参照する）
