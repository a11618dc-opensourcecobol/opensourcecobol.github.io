       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTORETAIN.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。実行のたびに溜まっていく作業
      *                        ファイルの保持期限による整理。
      *                        automanual.cfgの保持方針（RETAIN-種別=
      *                        日数D／実行回数R）に従い、new/の.bak・
      *                        prevsrc/の写し・new_delete/の.navarc・
      *                        実行ログ類・autoaudit_urls.lst・分担実行
      *                        の空の残りファイルを削除し、実行履歴の古い
      *                        行を日付付きの保管ファイルへ移す（保管
      *                        ファイルはAUTOTRENDが続けて読む）。
      *                        次回の差分報告が使うprevsrc/の写しは
      *                        消さない。実行ロックが取られている間は
      *                        動かない。種別ごとの削除量を報告する。
      *                        -Nで削除せずに対象だけを報告する。
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
           SELECT    LOCKFILE      ASSIGN         TO   DYNAMIC
                                                       LOCK-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LOCK-STS.
           SELECT    LISTFILE      ASSIGN         TO   DYNAMIC
                                                       LIST-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LIST-STS.
           SELECT    HISTORYFILE   ASSIGN         TO   DYNAMIC
                                                       HISTORY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   HIST-STS.
           SELECT OPTIONAL ARCHIVEFILE
                                   ASSIGN         TO   DYNAMIC
                                                       ARCHIVE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   ARC-STS.
           SELECT OPTIONAL ARCINDEXFILE
                                   ASSIGN         TO   DYNAMIC
                                                       ARCINDEX-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   AIX-STS.
           SELECT    TEMPFILE      ASSIGN         TO   DYNAMIC
                                                       TEMP-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TMP-STS.
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
       FD  LOCKFILE.
       01  LOCK-LINE               PIC X(100).
       FD  LISTFILE.
       01  LIST-LINE               PIC X(300).
       FD  HISTORYFILE.
       01  HIST-LINE               PIC X(300).
       FD  ARCHIVEFILE.
       01  ARC-LINE                PIC X(300).
       FD  ARCINDEXFILE.
       01  AIX-LINE                PIC X(256).
       FD  TEMPFILE.
       01  TMP-LINE                PIC X(300).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  CFG-STS                  PIC X(02).
       01  LOCK-STS                 PIC X(02).
       01  LIST-STS                 PIC X(02).
       01  HIST-STS                 PIC X(02).
       01  ARC-STS                  PIC X(02).
       01  AIX-STS                  PIC X(02).
       01  TMP-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  LOCK-PATH                PIC X(256)
                                    VALUE "automanual.lock".
       01  CHECKPOINT-PATH          PIC X(256)
                                    VALUE "automanual.checkpoint".
       01  LIST-PATH                PIC X(256).
       01  HISTORY-PATH             PIC X(256)
                                    VALUE "automanual_history.log".
       01  ARCHIVE-PATH             PIC X(256).
       01  ARCINDEX-PATH            PIC X(256)
                              VALUE "automanual_history_archive.lst".
       01  TEMP-PATH                PIC X(256)
                                    VALUE "automanual_history.log.tmp".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoretain_report.log".
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  RETIRED-PATH             PIC X(256)  VALUE "retired.lst".
       01  RERUN-PATH               PIC X(256)
                                    VALUE "automanual_rerun.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
       01  LOCK-REC                 PIC X(100).
      *起動引数（-N: 削除・保管をせず対象だけを報告する）
       01  WRK-STRING               PIC X(250).
       01  SW-DRY-RUN               PIC X       VALUE 'N'.
      *保持方針（種別ごと）
      *CLS-UNIT: 'D'=日数・'R'=実行回数・空白=方針なし（整理しない）
      *CLS-CUT-DAYS・CLS-CUT-TIMEより前に更新されたものが対象
      *（CLS-CUT-DAYSが0なら対象なし）
       01  CLS-TABLE.
           05  CLS-ENTRY            OCCURS 7 TIMES.
               10  CLS-NAME         PIC X(08).
               10  CLS-POLICY       PIC X(20).
               10  CLS-UNIT         PIC X.
               10  CLS-KEEP         PIC 9(05).
               10  CLS-CUT-DAYS     PIC 9(07) COMP.
               10  CLS-CUT-TIME     PIC X(06).
               10  CLS-FILES        PIC 9(05).
               10  CLS-BYTES        PIC 9(12).
               10  CLS-KEPT         PIC 9(05).
               10  CLS-NEEDED       PIC 9(05).
               10  CLS-ERRORS       PIC 9(05).
       01  CLS-IX                   PIC 9(02) COMP VALUE 0.
       01  CLS-BAK                  PIC 9(02) COMP VALUE 1.
       01  CLS-PREVSRC              PIC 9(02) COMP VALUE 2.
       01  CLS-NAVARC               PIC 9(02) COMP VALUE 3.
       01  CLS-LOGS                 PIC 9(02) COMP VALUE 4.
       01  CLS-URLS                 PIC 9(02) COMP VALUE 5.
       01  CLS-SHARDS               PIC 9(02) COMP VALUE 6.
       01  CLS-HISTORY              PIC 9(02) COMP VALUE 7.
      *実行履歴のRUNレコードの日時（古い順。直近1000実行）
       01  RUN-TABLE.
           05  RUN-STAMP            PIC X(14) OCCURS 1000 TIMES.
       01  RUN-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-SL                    PIC 9(04) COMP VALUE 0.
      *整理の対象を探すページ名
      *（TOC.md・対応表・台帳・retired.lst・再実行リストから集める。
      *　NM-TREE: 'J'=old/側・'E'=old_en/側、NM-NEEDED: 'Y'は次回の
      *　実行で処理されるページで、prevsrc/の写しを残す）
       01  NM-TABLE.
           05  NM-ENTRY             OCCURS 5000 TIMES.
               10  NM-TREE          PIC X.
               10  NM-NAME          PIC X(250).
               10  NM-NEEDED        PIC X.
       01  NM-COUNT                 PIC 9(04) COMP VALUE 0.
       01  NM-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-NM-TREE               PIC X.
       01  WS-NM-NAME               PIC X(250).
       01  WS-NM-NEEDED             PIC X.
       01  SW-NM-WARNED             PIC X       VALUE 'N'.
      *一覧ファイルの分解用
       01  LIST-REC                 PIC X(300).
       01  LIST-P1                  PIC X(250).
       01  LIST-P2                  PIC X(250).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *分担実行のファイル（名前の後ろに.s1～.s9が付く）
       01  SHARD-BASE-TABLE.
           05  FILLER  PIC X(30) VALUE "automanual_summary.log".
           05  FILLER  PIC X(30) VALUE "automanual_stats.log".
           05  FILLER  PIC X(30) VALUE "automanual_history.log".
           05  FILLER  PIC X(30) VALUE "automanual_rerun.lst".
           05  FILLER  PIC X(30) VALUE "automanual_changes.log".
           05  FILLER  PIC X(30) VALUE "automanual.ledger".
           05  FILLER  PIC X(30) VALUE "generations.cat".
           05  FILLER  PIC X(30) VALUE "automanual.lock".
           05  FILLER  PIC X(30) VALUE "automanual.checkpoint".
       01  SHARD-BASES              REDEFINES SHARD-BASE-TABLE.
           05  SHARD-BASE           PIC X(30) OCCURS 9 TIMES.
       01  WS-SN                    PIC 9(01)   VALUE 0.
       01  WS-SB                    PIC 9(02) COMP VALUE 0.
      *実行ログ類（実行のたびに書き直される）
       01  LOG-NAME-TABLE.
           05  FILLER  PIC X(30) VALUE "automanual_rerun.lst".
           05  FILLER  PIC X(30) VALUE "automanual_drift.log".
           05  FILLER  PIC X(30) VALUE "automanual_preflight.log".
           05  FILLER  PIC X(30) VALUE "automanual_changes.log".
       01  LOG-NAMES                REDEFINES LOG-NAME-TABLE.
           05  LOG-NAME             PIC X(30) OCCURS 4 TIMES.
      *CBL_CHECK_FILE_EXISTが返すファイルの大きさと更新日時
       01  FILE-DETAILS.
           05  FD-SIZE              PIC 9(18) COMP.
           05  FD-DAY               PIC X.
           05  FD-MONTH             PIC X.
           05  FD-YEAR              PIC 9(04) COMP.
           05  FD-HOUR              PIC X.
           05  FD-MINUTE            PIC X.
           05  FD-SECOND            PIC X.
           05  FD-HSEC              PIC X.
       01  FD-BYTE-PAIR.
           05  FD-BYTE-HI           PIC X       VALUE LOW-VALUE.
           05  FD-BYTE-CHAR         PIC X.
       01  FD-BYTE-NUM              REDEFINES FD-BYTE-PAIR
                                    PIC 9(04)  COMP.
       01  WS-FILE-PATH             PIC X(256).
       01  WS-FILE-SIZE             PIC 9(12).
       01  WS-FILE-DATE             PIC 9(08).
       01  WS-FILE-DATE-X           REDEFINES WS-FILE-DATE
                                    PIC X(08).
       01  WS-FILE-TIME             PIC 9(06).
       01  WS-FILE-TIME-X           REDEFINES WS-FILE-TIME
                                    PIC X(06).
       01  WS-FILE-DAYS             PIC 9(07) COMP VALUE 0.
       01  WS-DATE-PART             PIC 9(02).
       01  SW-FILE-FOUND            PIC X       VALUE 'N'.
       01  SW-OLDER                 PIC X       VALUE 'N'.
       01  SW-EMPTY                 PIC X       VALUE 'N'.
       01  SW-RESUME-PENDING        PIC X       VALUE 'N'.
       01  WS-DEL-RC                PIC S9(08) COMP VALUE 0.
      *実行履歴の保管
       01  WS-HIST-KIND             PIC X(10).
       01  WS-HIST-STAMP            PIC X(14).
       01  WS-HIST-LINES            PIC 9(07) COMP VALUE 0.
       01  WS-ARC-LINES             PIC 9(07) COMP VALUE 0.
       01  WS-ARC-LINES-D           PIC 9(07)   VALUE 0.
       01  WS-ARC-BYTES             PIC 9(12)   VALUE 0.
       01  WS-LINE-NO               PIC 9(07) COMP VALUE 0.
       01  WS-FLOOR-STAMP           PIC X(14)   VALUE SPACE.
       01  SW-ARC-STOP              PIC X       VALUE 'N'.
       01  SW-IN-INDEX              PIC X       VALUE 'N'.
       01  WS-COPY-RC               PIC S9(08) COMP VALUE 0.
      *AUTONEWSの既定の対象回数。実行履歴は少なくともこの回数分を
      *保管せずに残す
       01  HIST-MIN-RUNS            PIC 9(02) COMP VALUE 10.
      *日付計算（暦日を通算日数に直して差を取る）
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-TIME              PIC X(08).
       01  WS-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
       01  WS-DT-IN                 PIC X(08).
       01  WS-DT-Y                  PIC 9(04).
       01  WS-DT-M                  PIC 9(02).
       01  WS-DT-D                  PIC 9(02).
       01  WS-DT-YY                 PIC 9(04) COMP.
       01  WS-DT-MM                 PIC 9(02) COMP.
       01  WS-DT-DAYS               PIC 9(07) COMP.
       01  WS-DT-Q                  PIC 9(07) COMP.
       01  SW-DATE-OK               PIC X       VALUE 'N'.
      *集計
       01  WS-TOTAL-FILES           PIC 9(05)   VALUE 0.
       01  WS-TOTAL-BYTES           PIC 9(12)   VALUE 0.
       01  WS-TOTAL-ERRORS          PIC 9(05)   VALUE 0.
       01  WS-BAD-POLICIES          PIC 9(02)   VALUE 0.
       01  WS-NAMES-D               PIC 9(05)   VALUE 0.
      *作業領域
       01  WS-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-LEN                   PIC 9(03) COMP VALUE 0.
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DT-IN.
           PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           IF WRK-STRING(1:2) = "-N"
               MOVE 'Y' TO SW-DRY-RUN
           END-IF.
      *AUTOMANUALと共通の実行ロックを取る（実行中に消さない）
           PERFORM MAIN-001-ACQUIRE-LOCK.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-PARSE-POLICIES.
           PERFORM MAIN-020-LOAD-RUN-STAMPS.
           PERFORM MAIN-030-SET-CUTOFFS.
           PERFORM MAIN-040-LOAD-NAMES.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTORETAIN work file housekeeping report" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE NM-COUNT TO WS-NAMES-D.
           IF SW-DRY-RUN = 'Y'
               MOVE "DRY-RUN" TO RPT-TEXT
           ELSE
               MOVE "DELETE" TO RPT-TEXT
           END-IF.
           MOVE SPACE TO RPT-LINE.
           STRING "as-of="        DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  " mode="        DELIMITED BY SIZE
                  RPT-TEXT        DELIMITED BY SPACE
                  " pages-known=" DELIMITED BY SIZE
                  WS-NAMES-D      DELIMITED BY SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF SW-RESUME-PENDING = 'Y'
               MOVE SPACE TO RPT-LINE
               STRING "NOTE: automanual.checkpoint holds a pending "
                                        DELIMITED BY SIZE
                      "resume - run logs and shard files are kept"
                                        DELIMITED BY SIZE
                      INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM MAIN-100-CLEAN-BAK THRU MAIN-100-EXIT.
           PERFORM MAIN-110-CLEAN-PREVSRC THRU MAIN-110-EXIT.
           PERFORM MAIN-120-CLEAN-NAVARC THRU MAIN-120-EXIT.
           PERFORM MAIN-130-CLEAN-LOGS THRU MAIN-130-EXIT.
           PERFORM MAIN-140-CLEAN-URLS.
           PERFORM MAIN-150-CLEAN-SHARDS THRU MAIN-150-EXIT.
           PERFORM MAIN-200-ARCHIVE-HISTORY THRU MAIN-200-EXIT.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *実行ロックの確認と獲得
      *本体のロックに加え、分担実行（-P）のロックも空いていること
      *を確かめる。異常終了でロックが残った場合はロックファイルを
      *空にして再実行する
      *-------------------------------------*
       MAIN-001-ACQUIRE-LOCK.
           MOVE "automanual.lock" TO LOCK-PATH.
           PERFORM MAIN-003-CHECK-ONE-LOCK.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               MOVE WS-IX TO WS-SN
               MOVE SPACE TO LOCK-PATH
               STRING "automanual.lock.s" DELIMITED BY SIZE
                      WS-SN               DELIMITED BY SIZE
                      INTO LOCK-PATH
               PERFORM MAIN-003-CHECK-ONE-LOCK
           END-PERFORM.
           MOVE "automanual.lock" TO LOCK-PATH.
           OPEN OUTPUT LOCKFILE.
           MOVE SPACE TO LOCK-LINE.
           STRING "AUTORETAIN "  DELIMITED BY SIZE
                  WS-RUN-DATE    DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO LOCK-LINE.
           WRITE LOCK-LINE.
           CLOSE LOCKFILE.
      *再開待ちのチェックポイントがあれば、再開が使うログ類を残す
           MOVE CHECKPOINT-PATH TO LIST-PATH.
           MOVE SPACE TO LIST-LINE.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               READ LISTFILE NEXT
                 AT END
                    MOVE SPACE TO LIST-LINE
               END-READ
               CLOSE LISTFILE
               IF LIST-LINE NOT = SPACE
                   MOVE 'Y' TO SW-RESUME-PENDING
               END-IF
           END-IF.
      *-------------------------------------*
      *実行ロックの解放
      *-------------------------------------*
       MAIN-002-RELEASE-LOCK.
           MOVE "automanual.lock" TO LOCK-PATH.
           OPEN OUTPUT LOCKFILE.
           MOVE SPACE TO LOCK-LINE.
           WRITE LOCK-LINE.
           CLOSE LOCKFILE.
      *-------------------------------------*
      *ロックファイル1つ（LOCK-PATH）が空いているかの確認
      *-------------------------------------*
       MAIN-003-CHECK-ONE-LOCK.
           MOVE SPACE TO LOCK-REC.
           OPEN INPUT LOCKFILE.
           IF LOCK-STS = "00"
               READ LOCKFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE LOCK-LINE TO LOCK-REC
               END-READ
               CLOSE LOCKFILE
               IF LOCK-REC NOT = SPACE
                   MOVE SPACE TO RPT-TEXT
                   STRING "AUTORETAIN: another run is active ("
                                              DELIMITED BY SIZE
                          LOCK-REC            DELIMITED BY "  "
                          ") - refusing to start. Clear "
                                              DELIMITED BY SIZE
                          LOCK-PATH           DELIMITED BY SPACE
                          " if that run died." DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO WS-TRIM-IN
                   PERFORM MAIN-290-CALC-TRIM-LEN
                   DISPLAY RPT-TEXT(1:WS-TRIM-LEN)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-------------------------------------*
      *設定ファイルの読込（保持方針と対応表のパス）
      *-------------------------------------*
       MAIN-005-LOAD-CONFIG.
           MOVE "BAK"     TO CLS-NAME(CLS-BAK).
           MOVE "PREVSRC" TO CLS-NAME(CLS-PREVSRC).
           MOVE "NAVARC"  TO CLS-NAME(CLS-NAVARC).
           MOVE "LOGS"    TO CLS-NAME(CLS-LOGS).
           MOVE "URLS"    TO CLS-NAME(CLS-URLS).
           MOVE "SHARDS"  TO CLS-NAME(CLS-SHARDS).
           MOVE "HISTORY" TO CLS-NAME(CLS-HISTORY).
           PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 7
               MOVE SPACE TO CLS-POLICY(CLS-IX) CLS-UNIT(CLS-IX)
                             CLS-CUT-TIME(CLS-IX)
               MOVE 0 TO CLS-KEEP(CLS-IX) CLS-CUT-DAYS(CLS-IX)
                         CLS-FILES(CLS-IX) CLS-BYTES(CLS-IX)
                         CLS-KEPT(CLS-IX) CLS-NEEDED(CLS-IX)
                         CLS-ERRORS(CLS-IX)
           END-PERFORM.
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
                           IF CFG-KEY(1:7) = "RETAIN-"
                              PERFORM MAIN-006-SET-POLICY
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
       MAIN-006-SET-POLICY.
           MOVE 0 TO WS-IX.
           PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 7
               IF CFG-KEY(8:) = CLS-NAME(CLS-IX)
                   MOVE CLS-IX TO WS-IX
               END-IF
           END-PERFORM.
           IF WS-IX = 0
               DISPLAY "AUTORETAIN: WARNING unknown retention class "
                       "ignored: " CFG-KEY(1:30)
               ADD 1 TO WS-BAD-POLICIES
           ELSE
               MOVE CFG-VALUE(1:20) TO CLS-POLICY(WS-IX)
           END-IF.
      *-------------------------------------*
      *保持方針の解釈（"30D"=30日・"10R"=直近10回の実行）
      *書式の誤りは警告し、その種別は整理しない
      *-------------------------------------*
       MAIN-010-PARSE-POLICIES.
           PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 7
               IF CLS-POLICY(CLS-IX) NOT = SPACE
                   MOVE SPACE TO WS-TRIM-IN
                   MOVE CLS-POLICY(CLS-IX) TO WS-TRIM-IN(1:20)
                   PERFORM MAIN-290-CALC-TRIM-LEN
                   MOVE WS-TRIM-LEN TO WS-LEN
                   IF WS-LEN < 2 OR WS-LEN > 6
                       MOVE "?" TO CLS-UNIT(CLS-IX)
                   ELSE
                       IF CLS-POLICY(CLS-IX)(1:WS-LEN - 1) NUMERIC
                           AND (CLS-POLICY(CLS-IX)(WS-LEN:1) = "D"
                             OR CLS-POLICY(CLS-IX)(WS-LEN:1) = "R")
                           MOVE CLS-POLICY(CLS-IX)(WS-LEN:1)
                                TO CLS-UNIT(CLS-IX)
                           MOVE CLS-POLICY(CLS-IX)(1:WS-LEN - 1)
                                TO CLS-KEEP(CLS-IX)
                       ELSE
                           MOVE "?" TO CLS-UNIT(CLS-IX)
                       END-IF
                   END-IF
                   IF CLS-UNIT(CLS-IX) = "?"
                       MOVE SPACE TO RPT-TEXT
                       STRING "AUTORETAIN: WARNING bad retention "
                                              DELIMITED BY SIZE
                              "policy RETAIN-" DELIMITED BY SIZE
                              CLS-NAME(CLS-IX) DELIMITED BY SPACE
                              "="              DELIMITED BY SIZE
                              CLS-POLICY(CLS-IX) DELIMITED BY SPACE
                              " (use nD or nR) - class skipped"
                                               DELIMITED BY SIZE
                              INTO RPT-TEXT
                       MOVE RPT-TEXT TO WS-TRIM-IN
                       PERFORM MAIN-290-CALC-TRIM-LEN
                       DISPLAY RPT-TEXT(1:WS-TRIM-LEN)
                       ADD 1 TO WS-BAD-POLICIES
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *実行履歴（保管ファイルと現行の履歴）からRUNレコードの日時を
      *古い順に集める（実行回数による保持方針と、履歴の保管で
      *最低限残す回数の判定に使う）
      *-------------------------------------*
       MAIN-020-LOAD-RUN-STAMPS.
           MOVE 0 TO RUN-COUNT.
           OPEN INPUT ARCINDEXFILE.
           IF AIX-STS = "00" OR AIX-STS = "05"
               PERFORM UNTIL AIX-STS NOT = ZERO
                   READ ARCINDEXFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF AIX-LINE NOT = SPACE
                           AND AIX-LINE(1:1) NOT = "*"
                           MOVE AIX-LINE TO LIST-PATH
                           PERFORM MAIN-025-READ-RUN-STAMPS
                        END-IF
               END-PERFORM
               CLOSE ARCINDEXFILE
           END-IF.
           MOVE HISTORY-PATH TO LIST-PATH.
           PERFORM MAIN-025-READ-RUN-STAMPS.
      *-------------------------------------*
       MAIN-025-READ-RUN-STAMPS.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE(1:4) = "RUN "
                           PERFORM MAIN-026-ADD-RUN-STAMP
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
       MAIN-026-ADD-RUN-STAMP.
      *テーブルが一杯なら最古の実行を押し出し、直近1000実行を保つ
           IF RUN-COUNT >= 1000
               PERFORM VARYING WS-SL FROM 1 BY 1
                         UNTIL WS-SL >= RUN-COUNT
                   MOVE RUN-STAMP(WS-SL + 1) TO RUN-STAMP(WS-SL)
               END-PERFORM
               SUBTRACT 1 FROM RUN-COUNT
           END-IF.
           MOVE SPACE TO WS-HIST-KIND WS-HIST-STAMP.
           UNSTRING LIST-LINE DELIMITED BY ALL SPACE
                    INTO WS-HIST-KIND WS-HIST-STAMP.
           IF WS-HIST-STAMP IS NUMERIC
               ADD 1 TO RUN-COUNT
               MOVE WS-HIST-STAMP TO RUN-STAMP(RUN-COUNT)
           END-IF.
      *-------------------------------------*
      *種別ごとの境目の日時
      *日数: 本日からその日数前の同時刻
      *実行回数: 直近からその回数目の実行の開始日時（実行がそれより
      *          少なければ対象なし）
      *-------------------------------------*
       MAIN-030-SET-CUTOFFS.
           PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > 7
               EVALUATE CLS-UNIT(CLS-IX)
                 WHEN "D"
                   IF CLS-KEEP(CLS-IX) < WS-TODAY-DAYS
                       COMPUTE CLS-CUT-DAYS(CLS-IX) =
                               WS-TODAY-DAYS - CLS-KEEP(CLS-IX)
                       MOVE WS-RUN-TIME(1:6) TO CLS-CUT-TIME(CLS-IX)
                   END-IF
                 WHEN "R"
                   IF CLS-KEEP(CLS-IX) > 0
                       AND CLS-KEEP(CLS-IX) <= RUN-COUNT
                       COMPUTE WS-IX =
                               RUN-COUNT - CLS-KEEP(CLS-IX) + 1
                       MOVE RUN-STAMP(WS-IX)(1:8) TO WS-DT-IN
                       PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT
                       MOVE WS-DT-DAYS TO CLS-CUT-DAYS(CLS-IX)
                       MOVE RUN-STAMP(WS-IX)(9:6)
                            TO CLS-CUT-TIME(CLS-IX)
                   END-IF
               END-EVALUATE
           END-PERFORM.
      *-------------------------------------*
      *整理の対象を探すページ名の収集
      *-------------------------------------*
       MAIN-040-LOAD-NAMES.
           MOVE 0 TO NM-COUNT.
      *TOC.mdのページ（次回の実行で処理される）
           MOVE TOC-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE(1:3) = "- ["
                           MOVE SPACE TO TOC-PART1 TOC-PART2
                           UNSTRING LIST-LINE DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           MOVE 'J' TO WS-NM-TREE
                           MOVE TOC-PART2 TO WS-NM-NAME
                           MOVE 'Y' TO WS-NM-NEEDED
                           PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *対応表の両側（英語側も一括実行の後で処理される）
           IF PAIR-FILE-PATH NOT = SPACE
               MOVE PAIR-FILE-PATH TO LIST-PATH
               PERFORM MAIN-046-ADD-PAIR-NAMES
           END-IF.
      *再実行リストのページ（失敗して次回に回ったもの）
           MOVE RERUN-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE NOT = SPACE
                           AND LIST-LINE(1:1) NOT = "*"
                           MOVE 'J' TO WS-NM-TREE
                           MOVE SPACE TO WS-NM-NAME
                           UNSTRING LIST-LINE DELIMITED BY ALL SPACE
                                    INTO WS-NM-NAME
                           MOVE 'Y' TO WS-NM-NEEDED
                           PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *台帳のページ（これまでに処理したすべてのページ。部品の依存
      *行は読み飛ばす）
           MOVE LEDGER-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE NOT = SPACE
                           AND LIST-LINE(1:1) NOT = "*"
                           PERFORM MAIN-047-ADD-LEDGER-NAME
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *退役ページ（retired.lstの旧ページ名）
           MOVE RETIRED-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE NOT = SPACE
                           AND LIST-LINE(1:1) NOT = "*"
                           MOVE 'J' TO WS-NM-TREE
                           MOVE SPACE TO WS-NM-NAME
                           UNSTRING LIST-LINE DELIMITED BY ALL SPACE
                                    INTO WS-NM-NAME
                           MOVE 'N' TO WS-NM-NEEDED
                           PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *対応表の1行（"日本語側 英語側"）の両側を加える
      *-------------------------------------*
       MAIN-046-ADD-PAIR-NAMES.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           MOVE SPACE TO LIST-P1 LIST-P2
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1 LIST-P2
                           MOVE 'J' TO WS-NM-TREE
                           MOVE LIST-P1 TO WS-NM-NAME
                           MOVE 'Y' TO WS-NM-NEEDED
                           PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
                           MOVE 'E' TO WS-NM-TREE
                           MOVE LIST-P2 TO WS-NM-NAME
                           PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *台帳の1行（"old/名前 行数 チェックサム 実行ID"）
      *-------------------------------------*
       MAIN-047-ADD-LEDGER-NAME.
           MOVE SPACE TO LIST-P1.
           UNSTRING LIST-LINE DELIMITED BY ALL SPACE INTO LIST-P1.
           MOVE 0 TO WS-IX.
           INSPECT LIST-P1 TALLYING WS-IX FOR ALL ">".
           IF WS-IX = 0
               MOVE 'N' TO WS-NM-NEEDED
               MOVE SPACE TO WS-NM-NAME
               IF LIST-P1(1:4) = "old/"
                   MOVE 'J' TO WS-NM-TREE
                   MOVE LIST-P1(5:) TO WS-NM-NAME
               END-IF
               IF LIST-P1(1:7) = "old_en/"
                   MOVE 'E' TO WS-NM-TREE
                   MOVE LIST-P1(8:) TO WS-NM-NAME
               END-IF
               IF WS-NM-NAME NOT = SPACE
                   PERFORM MAIN-048-ADD-NAME THRU MAIN-048-EXIT
               END-IF
           END-IF.
      *-------------------------------------*
      *ページ名を1件加える（既にあれば、次回に必要かだけを引き継ぐ）
      *-------------------------------------*
       MAIN-048-ADD-NAME.
           IF WS-NM-NAME = SPACE
               GO TO MAIN-048-EXIT
           END-IF.
           MOVE 0 TO WS-IX.
           PERFORM VARYING NM-IX FROM 1 BY 1
                     UNTIL NM-IX > NM-COUNT OR WS-IX > 0
               IF NM-TREE(NM-IX) = WS-NM-TREE
                   AND NM-NAME(NM-IX) = WS-NM-NAME
                   MOVE NM-IX TO WS-IX
               END-IF
           END-PERFORM.
           IF WS-IX > 0
               IF WS-NM-NEEDED = 'Y'
                   MOVE 'Y' TO NM-NEEDED(WS-IX)
               END-IF
               GO TO MAIN-048-EXIT
           END-IF.
           IF NM-COUNT >= 5000
               IF SW-NM-WARNED = 'N'
                   DISPLAY "AUTORETAIN: WARNING more than 5000 page "
                           "names - the rest are not checked"
                   MOVE 'Y' TO SW-NM-WARNED
               END-IF
               GO TO MAIN-048-EXIT
           END-IF.
           ADD 1 TO NM-COUNT.
           MOVE WS-NM-TREE   TO NM-TREE(NM-COUNT).
           MOVE WS-NM-NAME   TO NM-NAME(NM-COUNT).
           MOVE WS-NM-NEEDED TO NM-NEEDED(NM-COUNT).
       MAIN-048-EXIT.
           CONTINUE.
      *-------------------------------------*
      *new/・new_en/の.bak（上書き前の出力の控え）
      *-------------------------------------*
       MAIN-100-CLEAN-BAK.
           MOVE CLS-BAK TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-100-CLOSE
           END-IF.
           PERFORM VARYING NM-IX FROM 1 BY 1 UNTIL NM-IX > NM-COUNT
               MOVE SPACE TO WS-FILE-PATH
               IF NM-TREE(NM-IX) = 'J'
                   STRING "new/"          DELIMITED BY SIZE
                          NM-NAME(NM-IX)  DELIMITED BY SPACE
                          ".bak"          DELIMITED BY SIZE
                          INTO WS-FILE-PATH
               ELSE
                   STRING "new_en/"       DELIMITED BY SIZE
                          NM-NAME(NM-IX)  DELIMITED BY SPACE
                          ".bak"          DELIMITED BY SIZE
                          INTO WS-FILE-PATH
               END-IF
               PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
           END-PERFORM.
       MAIN-100-CLOSE.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *prevsrc/の写し（前回公開した変換元。次回の差分報告の元）
      *TOC.md・対応表・再実行リストに載るページの写しは、次回の
      *実行の差分報告が使うので期限を過ぎても残す
      *-------------------------------------*
       MAIN-110-CLEAN-PREVSRC.
           MOVE CLS-PREVSRC TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-110-CLOSE
           END-IF.
           PERFORM VARYING NM-IX FROM 1 BY 1 UNTIL NM-IX > NM-COUNT
               MOVE SPACE TO WS-FILE-PATH
               IF NM-TREE(NM-IX) = 'J'
                   STRING "prevsrc/old/"  DELIMITED BY SIZE
                          NM-NAME(NM-IX)  DELIMITED BY SPACE
                          INTO WS-FILE-PATH
               ELSE
                   STRING "prevsrc/old_en/" DELIMITED BY SIZE
                          NM-NAME(NM-IX)  DELIMITED BY SPACE
                          INTO WS-FILE-PATH
               END-IF
               IF NM-NEEDED(NM-IX) = 'Y'
                   PERFORM MAIN-510-FILE-DETAILS
                   IF SW-FILE-FOUND = 'Y'
                       ADD 1 TO CLS-NEEDED(CLS-IX)
                   END-IF
               ELSE
                   PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
               END-IF
           END-PERFORM.
       MAIN-110-CLOSE.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *new_delete/の.navarc（AUTODELETEが取り除いたナビの退避）
      *-------------------------------------*
       MAIN-120-CLEAN-NAVARC.
           MOVE CLS-NAVARC TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-120-CLOSE
           END-IF.
           PERFORM VARYING NM-IX FROM 1 BY 1 UNTIL NM-IX > NM-COUNT
               IF NM-TREE(NM-IX) = 'J'
                   MOVE SPACE TO WS-FILE-PATH
                   STRING "new_delete/"   DELIMITED BY SIZE
                          NM-NAME(NM-IX)  DELIMITED BY SPACE
                          ".navarc"       DELIMITED BY SIZE
                          INTO WS-FILE-PATH
                   PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
               END-IF
           END-PERFORM.
       MAIN-120-CLOSE.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *実行ログ類（再実行リスト・ずれ・事前点検・変更報告）
      *-------------------------------------*
       MAIN-130-CLEAN-LOGS.
           MOVE CLS-LOGS TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-130-CLOSE
           END-IF.
           IF SW-RESUME-PENDING = 'Y'
               MOVE "  kept: resume pending" TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-130-CLOSE
           END-IF.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               MOVE LOG-NAME(WS-IX) TO WS-FILE-PATH
               PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
           END-PERFORM.
       MAIN-130-CLOSE.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-130-EXIT.
           CONTINUE.
      *-------------------------------------*
      *AUTOAUDITの外部URL一覧
      *-------------------------------------*
       MAIN-140-CLEAN-URLS.
           MOVE CLS-URLS TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) NOT = 0
               MOVE "autoaudit_urls.lst" TO WS-FILE-PATH
               PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
           END-IF.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
      *-------------------------------------*
      *分担実行の残りファイル（.s1～.s9）
      *AUTOMERGEが畳み込んで空にしたもの（ロック・チェックポイントを
      *含む）だけを消す。中身が残っているものは畳み込み前なので
      *期限を過ぎても消さない
      *-------------------------------------*
       MAIN-150-CLEAN-SHARDS.
           MOVE CLS-SHARDS TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-150-CLOSE
           END-IF.
           IF SW-RESUME-PENDING = 'Y'
               MOVE "  kept: resume pending" TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-150-CLOSE
           END-IF.
           PERFORM VARYING WS-SB FROM 1 BY 1 UNTIL WS-SB > 9
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
                   MOVE WS-IX TO WS-SN
                   PERFORM MAIN-155-ONE-SHARD-FILE
               END-PERFORM
           END-PERFORM.
       MAIN-150-CLOSE.
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-150-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-155-ONE-SHARD-FILE.
           MOVE SPACE TO WS-FILE-PATH.
           STRING SHARD-BASE(WS-SB) DELIMITED BY SPACE
                  ".s"              DELIMITED BY SIZE
                  WS-SN             DELIMITED BY SIZE
                  INTO WS-FILE-PATH.
           MOVE WS-FILE-PATH TO LIST-PATH.
           MOVE 'Y' TO SW-EMPTY.
           OPEN INPUT LISTFILE.
           IF LIST-STS NOT = "00"
               MOVE 'N' TO SW-EMPTY
           ELSE
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LIST-LINE NOT = SPACE
                           MOVE 'N' TO SW-EMPTY
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
           IF SW-EMPTY = 'Y'
               PERFORM MAIN-500-CONSIDER-FILE THRU MAIN-500-EXIT
           ELSE
               PERFORM MAIN-510-FILE-DETAILS
               IF SW-FILE-FOUND = 'Y'
                   ADD 1 TO CLS-NEEDED(CLS-IX)
               END-IF
           END-IF.
      *-------------------------------------*
      *実行履歴の古い行を日付付きの保管ファイルへ移す
      *先頭から境目より古い行だけを移し、境目以降の行に出会ったら
      *そこで止める（保管ファイルと現行の履歴をつなげると元の順に
      *なる）。AUTONEWSが使う直近HIST-MIN-RUNS回の実行は残す。
      *保管ファイルの名前は保管の一覧に記録し、AUTOTRENDが読む
      *-------------------------------------*
       MAIN-200-ARCHIVE-HISTORY.
           MOVE CLS-HISTORY TO CLS-IX.
           PERFORM MAIN-700-WRITE-CLASS-HEAD.
           MOVE 0 TO WS-ARC-LINES WS-ARC-BYTES.
           IF CLS-CUT-DAYS(CLS-IX) = 0
               GO TO MAIN-200-CLOSE
           END-IF.
           IF RUN-COUNT <= HIST-MIN-RUNS
               MOVE "  kept: not more runs than AUTONEWS needs"
                    TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-200-CLOSE
           END-IF.
           COMPUTE WS-IX = RUN-COUNT - HIST-MIN-RUNS + 1.
           MOVE RUN-STAMP(WS-IX) TO WS-FLOOR-STAMP.
      *1回目: 移す行数を数える
           MOVE 'N' TO SW-ARC-STOP.
           OPEN INPUT HISTORYFILE.
           IF HIST-STS NOT = "00"
               MOVE "  kept: no run history" TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-200-CLOSE
           END-IF.
           PERFORM UNTIL HIST-STS NOT = ZERO OR SW-ARC-STOP = 'Y'
               READ HISTORYFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM MAIN-210-CHECK-HISTORY-LINE
                    IF SW-OLDER = 'Y'
                        ADD 1 TO WS-ARC-LINES
                        MOVE SPACE TO WS-TRIM-IN
                        MOVE HIST-LINE(1:250) TO WS-TRIM-IN
                        PERFORM MAIN-290-CALC-TRIM-LEN
                        IF HIST-LINE(251:50) NOT = SPACE
                            ADD 50 TO WS-TRIM-LEN
                        END-IF
                        COMPUTE WS-ARC-BYTES =
                                WS-ARC-BYTES + WS-TRIM-LEN + 1
                    ELSE
                        MOVE 'Y' TO SW-ARC-STOP
                    END-IF
           END-PERFORM.
           CLOSE HISTORYFILE.
           IF WS-ARC-LINES = 0
               GO TO MAIN-200-CLOSE
           END-IF.
           MOVE SPACE TO ARCHIVE-PATH.
           STRING "automanual_history_" DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ".log"                DELIMITED BY SIZE
                  INTO ARCHIVE-PATH.
           MOVE WS-ARC-LINES TO WS-ARC-LINES-D.
           MOVE SPACE TO RPT-TEXT.
           STRING "  archived " DELIMITED BY SIZE
                  WS-ARC-LINES-D DELIMITED BY SIZE
                  " lines to "  DELIMITED BY SIZE
                  ARCHIVE-PATH  DELIMITED BY SPACE
                  INTO RPT-TEXT.
           IF SW-DRY-RUN = 'Y'
               MOVE SPACE TO RPT-TEXT
               STRING "  would archive " DELIMITED BY SIZE
                      WS-ARC-LINES-D     DELIMITED BY SIZE
                      " lines to "       DELIMITED BY SIZE
                      ARCHIVE-PATH       DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-200-CLOSE
           END-IF.
      *2回目: 古い行を保管ファイルへ追記し、残りを作業ファイルへ
      *写してから現行の履歴と置き換える
           OPEN EXTEND ARCHIVEFILE.
           IF ARC-STS NOT = "00" AND ARC-STS NOT = "05"
               MOVE "  ERROR cannot open history archive - kept"
                    TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO CLS-ERRORS(CLS-IX)
               MOVE 0 TO WS-ARC-LINES WS-ARC-BYTES
               GO TO MAIN-200-CLOSE
           END-IF.
           OPEN OUTPUT TEMPFILE.
           OPEN INPUT HISTORYFILE.
           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL HIST-STS NOT = ZERO
               READ HISTORYFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF WS-LINE-NO <= WS-ARC-LINES
                        MOVE HIST-LINE TO ARC-LINE
                        WRITE ARC-LINE
                    ELSE
                        MOVE HIST-LINE TO TMP-LINE
                        WRITE TMP-LINE
                    END-IF
           END-PERFORM.
           CLOSE HISTORYFILE TEMPFILE ARCHIVEFILE.
           CALL "CBL_COPY_FILE" USING TEMP-PATH HISTORY-PATH.
           MOVE RETURN-CODE TO WS-COPY-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-COPY-RC NOT = 0
               MOVE SPACE TO RPT-TEXT
               STRING "  ERROR cannot rewrite history - lines are "
                                        DELIMITED BY SIZE
                      "now in both files; remove them from "
                                        DELIMITED BY SIZE
                      ARCHIVE-PATH      DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO CLS-ERRORS(CLS-IX)
               MOVE 0 TO WS-ARC-LINES WS-ARC-BYTES
               GO TO MAIN-200-CLOSE
           END-IF.
           CALL "CBL_DELETE_FILE" USING TEMP-PATH.
           MOVE 0 TO RETURN-CODE.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM MAIN-220-REGISTER-ARCHIVE.
       MAIN-200-CLOSE.
           MOVE WS-ARC-BYTES TO CLS-BYTES(CLS-IX).
           PERFORM MAIN-710-WRITE-CLASS-TOTAL.
       MAIN-200-EXIT.
           CONTINUE.
      *-------------------------------------*
      *履歴の1行が保管の対象か（SW-OLDER）
      *"種別 日時 ..."の日時が境目より古く、残す実行より前のもの
      *-------------------------------------*
       MAIN-210-CHECK-HISTORY-LINE.
           MOVE 'N' TO SW-OLDER.
           MOVE SPACE TO WS-HIST-KIND WS-HIST-STAMP.
           UNSTRING HIST-LINE DELIMITED BY ALL SPACE
                    INTO WS-HIST-KIND WS-HIST-STAMP.
           IF WS-HIST-STAMP IS NUMERIC
               AND WS-HIST-STAMP < WS-FLOOR-STAMP
               MOVE WS-HIST-STAMP(1:8) TO WS-DT-IN
               PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT
               IF SW-DATE-OK = 'Y'
                   MOVE WS-DT-DAYS TO WS-FILE-DAYS
                   MOVE WS-HIST-STAMP(9:6) TO WS-FILE-TIME-X
                   PERFORM MAIN-520-CHECK-OLDER
               END-IF
           END-IF.
      *-------------------------------------*
      *保管ファイルの名前を保管の一覧へ加える（既にあれば何もしない）
      *-------------------------------------*
       MAIN-220-REGISTER-ARCHIVE.
           MOVE 'N' TO SW-IN-INDEX.
           OPEN INPUT ARCINDEXFILE.
           IF AIX-STS = "00" OR AIX-STS = "05"
               PERFORM UNTIL AIX-STS NOT = ZERO
                   READ ARCINDEXFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF AIX-LINE = ARCHIVE-PATH
                           MOVE 'Y' TO SW-IN-INDEX
                        END-IF
               END-PERFORM
               CLOSE ARCINDEXFILE
           END-IF.
           IF SW-IN-INDEX = 'N'
               OPEN EXTEND ARCINDEXFILE
               IF AIX-STS = "00" OR AIX-STS = "05"
                   MOVE ARCHIVE-PATH TO AIX-LINE
                   WRITE AIX-LINE
                   CLOSE ARCINDEXFILE
               ELSE
                   MOVE "  ERROR cannot update history archive list"
                        TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO CLS-ERRORS(CLS-IX)
               END-IF
           END-IF.
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
      *1ファイル（WS-FILE-PATH）の整理
      *無ければ何もしない。境目より新しければ残す。古ければ削除
      *（-Nでは削除せずに報告だけ）して大きさを種別の削除量に足す
      *-------------------------------------*
       MAIN-500-CONSIDER-FILE.
           PERFORM MAIN-510-FILE-DETAILS.
           IF SW-FILE-FOUND = 'N'
               GO TO MAIN-500-EXIT
           END-IF.
           PERFORM MAIN-520-CHECK-OLDER.
           IF SW-OLDER = 'N'
               ADD 1 TO CLS-KEPT(CLS-IX)
               GO TO MAIN-500-EXIT
           END-IF.
           IF SW-DRY-RUN = 'N'
               CALL "CBL_DELETE_FILE" USING WS-FILE-PATH
               MOVE RETURN-CODE TO WS-DEL-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DEL-RC NOT = 0
                   ADD 1 TO CLS-ERRORS(CLS-IX)
                   MOVE SPACE TO RPT-TEXT
                   STRING "  ERROR cannot delete " DELIMITED BY SIZE
                          WS-FILE-PATH    DELIMITED BY SPACE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
                   GO TO MAIN-500-EXIT
               END-IF
           END-IF.
           ADD 1 TO CLS-FILES(CLS-IX).
           ADD WS-FILE-SIZE TO CLS-BYTES(CLS-IX).
           MOVE SPACE TO RPT-TEXT.
           STRING "  "           DELIMITED BY SIZE
                  WS-FILE-PATH   DELIMITED BY SPACE
                  " ("           DELIMITED BY SIZE
                  WS-FILE-SIZE   DELIMITED BY SIZE
                  " bytes, "     DELIMITED BY SIZE
                  WS-FILE-DATE-X DELIMITED BY SIZE
                  ")"            DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
       MAIN-500-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ファイルの大きさと更新日時（SW-FILE-FOUND・WS-FILE-SIZE・
      *WS-FILE-DATE・WS-FILE-TIME・WS-FILE-DAYS）
      *-------------------------------------*
       MAIN-510-FILE-DETAILS.
           MOVE 'N' TO SW-FILE-FOUND.
           MOVE 0 TO WS-FILE-SIZE WS-FILE-DATE WS-FILE-TIME
                     WS-FILE-DAYS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-PATH
                                             FILE-DETAILS.
           MOVE RETURN-CODE TO WS-DEL-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-DEL-RC = 0
               MOVE 'Y' TO SW-FILE-FOUND
               MOVE FD-SIZE TO WS-FILE-SIZE
               COMPUTE WS-FILE-DATE = FD-YEAR * 10000
               MOVE FD-MONTH TO FD-BYTE-CHAR
               MOVE FD-BYTE-NUM TO WS-DATE-PART
               MOVE WS-DATE-PART TO WS-FILE-DATE-X(5:2)
               MOVE FD-DAY TO FD-BYTE-CHAR
               MOVE FD-BYTE-NUM TO WS-DATE-PART
               MOVE WS-DATE-PART TO WS-FILE-DATE-X(7:2)
               MOVE FD-HOUR TO FD-BYTE-CHAR
               MOVE FD-BYTE-NUM TO WS-DATE-PART
               MOVE WS-DATE-PART TO WS-FILE-TIME-X(1:2)
               MOVE FD-MINUTE TO FD-BYTE-CHAR
               MOVE FD-BYTE-NUM TO WS-DATE-PART
               MOVE WS-DATE-PART TO WS-FILE-TIME-X(3:2)
               MOVE FD-SECOND TO FD-BYTE-CHAR
               MOVE FD-BYTE-NUM TO WS-DATE-PART
               MOVE WS-DATE-PART TO WS-FILE-TIME-X(5:2)
               MOVE WS-FILE-DATE-X TO WS-DT-IN
               PERFORM MAIN-600-DATE-TO-DAYS THRU MAIN-600-EXIT
               MOVE WS-DT-DAYS TO WS-FILE-DAYS
           END-IF.
      *-------------------------------------*
      *WS-FILE-DAYS・WS-FILE-TIMEが種別の境目より前か（SW-OLDER）
      *-------------------------------------*
       MAIN-520-CHECK-OLDER.
           MOVE 'N' TO SW-OLDER.
           IF WS-FILE-DAYS > 0
               IF WS-FILE-DAYS < CLS-CUT-DAYS(CLS-IX)
                   MOVE 'Y' TO SW-OLDER
               ELSE
                   IF WS-FILE-DAYS = CLS-CUT-DAYS(CLS-IX)
                       AND WS-FILE-TIME-X < CLS-CUT-TIME(CLS-IX)
                       MOVE 'Y' TO SW-OLDER
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *WS-DT-IN（YYYYMMDD）を通算日数WS-DT-DAYSに直す
      *（3月始まりの暦で年・月を数え直し、うるう日を年末に置く）
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
      *種別の見出し（"## 種別 policy=..."。方針なしは整理しない）
      *-------------------------------------*
       MAIN-700-WRITE-CLASS-HEAD.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           EVALUATE CLS-UNIT(CLS-IX)
             WHEN "D"
             WHEN "R"
               STRING "## "            DELIMITED BY SIZE
                      CLS-NAME(CLS-IX) DELIMITED BY SPACE
                      " policy="       DELIMITED BY SIZE
                      CLS-POLICY(CLS-IX) DELIMITED BY SPACE
                      INTO RPT-TEXT
             WHEN "?"
               STRING "## "            DELIMITED BY SIZE
                      CLS-NAME(CLS-IX) DELIMITED BY SPACE
                      " policy="       DELIMITED BY SIZE
                      CLS-POLICY(CLS-IX) DELIMITED BY SPACE
                      " (invalid - skipped)" DELIMITED BY SIZE
                      INTO RPT-TEXT
             WHEN OTHER
               STRING "## "            DELIMITED BY SIZE
                      CLS-NAME(CLS-IX) DELIMITED BY SPACE
                      " policy=none (skipped)" DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-EVALUATE.
           IF CLS-UNIT(CLS-IX) = "R" AND CLS-CUT-DAYS(CLS-IX) = 0
               MOVE SPACE TO RPT-LINE
               STRING RPT-TEXT         DELIMITED BY "  "
                      " (fewer runs on record - nothing due)"
                                       DELIMITED BY SIZE
                      INTO RPT-LINE
           ELSE
               MOVE RPT-TEXT TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
      *-------------------------------------*
      *種別の集計行と全体の集計への加算
      *-------------------------------------*
       MAIN-710-WRITE-CLASS-TOTAL.
           MOVE SPACE TO RPT-TEXT.
           IF CLS-IX = CLS-HISTORY
               MOVE WS-ARC-LINES TO WS-ARC-LINES-D
               STRING "  archived-lines=" DELIMITED BY SIZE
                      WS-ARC-LINES-D      DELIMITED BY SIZE
                      " archived-bytes="  DELIMITED BY SIZE
                      CLS-BYTES(CLS-IX)   DELIMITED BY SIZE
                      " errors="          DELIMITED BY SIZE
                      CLS-ERRORS(CLS-IX)  DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               STRING "  removed="        DELIMITED BY SIZE
                      CLS-FILES(CLS-IX)   DELIMITED BY SIZE
                      " bytes="           DELIMITED BY SIZE
                      CLS-BYTES(CLS-IX)   DELIMITED BY SIZE
                      " kept="            DELIMITED BY SIZE
                      CLS-KEPT(CLS-IX)    DELIMITED BY SIZE
                      " kept-needed="     DELIMITED BY SIZE
                      CLS-NEEDED(CLS-IX)  DELIMITED BY SIZE
                      " errors="          DELIMITED BY SIZE
                      CLS-ERRORS(CLS-IX)  DELIMITED BY SIZE
                      INTO RPT-TEXT
               ADD CLS-FILES(CLS-IX) TO WS-TOTAL-FILES
               ADD CLS-BYTES(CLS-IX) TO WS-TOTAL-BYTES
           END-IF.
           ADD CLS-ERRORS(CLS-IX) TO WS-TOTAL-ERRORS.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ARC-LINES TO WS-ARC-LINES-D.
           MOVE SPACE TO RPT-TEXT.
           STRING "files-removed="     DELIMITED BY SIZE
                  WS-TOTAL-FILES       DELIMITED BY SIZE
                  " bytes-reclaimed="  DELIMITED BY SIZE
                  WS-TOTAL-BYTES       DELIMITED BY SIZE
                  " history-archived=" DELIMITED BY SIZE
                  WS-ARC-LINES-D       DELIMITED BY SIZE
                  " errors="           DELIMITED BY SIZE
                  WS-TOTAL-ERRORS      DELIMITED BY SIZE
                  " bad-policies="     DELIMITED BY SIZE
                  WS-BAD-POLICIES      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-TOTAL-ERRORS > 0 OR WS-BAD-POLICIES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           PERFORM MAIN-002-RELEASE-LOCK.
           STOP RUN.
