      *                        上書きするようにした（従来は最初の
      *                        段落欄にメタデータ行がそのまま
      *                        連結されていた）
      *2026-10-15 M YOKOGAWA   -E 版 の指定で、AUTOEDITIONが凍結した版
      *                        （new/<版>/）の公開済みページから
      *                        new/<版>/search_extract.datを作るように
      *                        した（目次はnew/<版>/TOC.md、報告は
      *                        autosearch_edition.log。英語側は対象
      *                        外）。あわせてナビブロック（NAVIMARKの
      *                        マーカーの間）を抽出へ載せないようにした
      *2026-10-15 M YOKOGAWA   設定ファイルのBUILD-PROFILEで選んだ
      *                        プロファイルに従って本文の条件付き
      *                        ブロックを解決し、公開されない行と
      *                        条件マーカー行を抽出へ載せないように
      *                        した（AUTOMANUALと同じ規則）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
           SELECT    PROFILEFILE   ASSIGN         TO   DYNAMIC
                                                       PROFILES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROF-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  EXTRACT-REC             PIC X(2000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUALと共用）
           COPY NAVIMARK.
      *条件付きブロックのマーカーとビルドプロファイル
           COPY CONDMARK.
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  EXT-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  PROF-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
                                    VALUE "search_extract.dat".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autosearch_report.log".
      *起動引数（-E 版 で凍結した版の抽出を作る）
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 2 TIMES.
       01  WS-EDITION               PIC X(250)  VALUE SPACE.
       01  WS-JA-PREFIX             PIC X(30)   VALUE "old/".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  PAIR-P2                  PIC X(250).
      *処理対象ページと抽出作業領域
       01  MD-CURRENT               PIC X(250).
       01  WS-TREE-PREFIX           PIC X(30)   VALUE "old/".
       01  WS-LANG-TAG              PIC X(02)   VALUE "ja".
       01  WS-CHAPTER               PIC X(80)   VALUE SPACE.
       01  WS-PAGE-TITLE            PIC X(250)  VALUE SPACE.
       01  SW-TITLE-FOUND           PIC X       VALUE 'N'.
       01  SW-IN-NAVI               PIC X       VALUE 'N'.
      *ページ先頭のフロントマター（---～---）。抽出へ載せず、
      *title:があれば公開側と同じくページタイトルを上書きする
      *（AUTOMANUALと同じ規則。閉じられないブロックは本文扱い）
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-005-LOAD-CONFIG.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           MOVE SPACE TO WRK-TOKEN(1) WRK-TOKEN(2).
           UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2).
           IF WRK-TOKEN(1) = "-E"
               MOVE WRK-TOKEN(2) TO WS-EDITION
               PERFORM MAIN-007-APPLY-EDITION
           END-IF.
           PERFORM MAIN-008-LOAD-PROFILES.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
      *日本語側（old/。版の指定時はnew/<版>/）をTOCの掲載順に
      *抽出する
           MOVE WS-JA-PREFIX TO WS-TREE-PREFIX.
           MOVE "ja"   TO WS-LANG-TAG.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > TOC-COUNT
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから日英対応表のパスとビルドプロファイルを
      *読み込む
      *-------------------------------------*
       MAIN-005-LOAD-CONFIG.
           OPEN INPUT CONFIGFILE.
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                           IF CFG-KEY = "BUILD-PROFILE"
                              MOVE CFG-VALUE TO BUILD-PROFILE
                           END-IF
                           IF CFG-KEY = "PROFILES-FILE"
                              MOVE CFG-VALUE TO PROFILES-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *凍結した版（-E 版）の抽出へ切り替える
      *版の公開済みページ（ナビ付き）を読み、目次・出力・報告を
      *版のものにする。英語側は版を持たないので対応表は読まない
      *-------------------------------------*
       MAIN-007-APPLY-EDITION.
           MOVE 0 TO WS-IX.
           INSPECT WS-EDITION TALLYING WS-IX FOR ALL "/".
           IF WS-EDITION = SPACE OR WS-IX > 0
               OR WS-EDITION(21:230) NOT = SPACE
               DISPLAY "AUTOSEARCH: -E requires an edition"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-JA-PREFIX TOC-PATH EXTRACT-PATH.
           STRING "new/"      DELIMITED BY SIZE
                  WS-EDITION  DELIMITED BY SPACE
                  "/"         DELIMITED BY SIZE
                  INTO WS-JA-PREFIX.
           STRING WS-JA-PREFIX DELIMITED BY SPACE
                  "TOC.md"     DELIMITED BY SIZE
                  INTO TOC-PATH.
           STRING WS-JA-PREFIX DELIMITED BY SPACE
                  "search_extract.dat"
                               DELIMITED BY SIZE
                  INTO EXTRACT-PATH.
           MOVE "autosearch_edition.log" TO REPORT-PATH.
           MOVE SPACE TO PAIR-FILE-PATH.
      *-------------------------------------*
      *プロファイル一覧の読込（1行1設定:"プロファイル名 キー=値"）
      *BUILD-PROFILEで選んだプロファイルの行が1行も無ければ、
      *条件付きブロックをすべて落としてしまうので中止する
      *（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-008-LOAD-PROFILES.
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
               DISPLAY "AUTOSEARCH: build profile not defined in "
                       "profiles file - aborting: " BUILD-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "AUTOSEARCH: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOSEARCH: profiles file exceeds 500 "
                           "entries - cannot continue"
                   MOVE 8 TO RETURN-CODE
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
      *除外リストの読込
      *-------------------------------------*
       MAIN-010-LOAD-EXCLUDE.
           MOVE 'N' TO SW-TITLE-FOUND SW-HEADS-FULL
                       SW-PARA-STARTED SW-PARA-DONE SW-PARA-FULL.
           MOVE 1 TO WS-HEADS-PTR WS-PARA-PTR.
           MOVE 'N' TO SW-IN-NAVI.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           PERFORM MAIN-105-PRESCAN-FRONT-MATTER.
           IF FM-TITLE NOT = SPACE
               MOVE FM-TITLE TO WS-PAGE-TITLE
           OPEN INPUT PAGEFILE.
      *-------------------------------------*
      *本文1行分の取り込み
      *・先頭のフロントマターとナビブロックは載せない
      *・プロファイル設定時は条件マーカー行と公開されない行も
      *　載せない
      *・先頭の"# "見出しはページタイトル（title:上書きが優先）
      *・"## "見出しは";"で連結した見出し一覧へ
      *・見出し以外の最初のひとかたまり（空行まで）を段落として連結
               SUBTRACT 1 FROM FM-SKIP-REMAIN
               GO TO MAIN-110-EXIT
           END-IF.
           IF PAGE-REC = NAVI-START-1 OR PAGE-REC = NAVI-START-2
               MOVE 'Y' TO SW-IN-NAVI
               GO TO MAIN-110-EXIT
           END-IF.
           IF SW-IN-NAVI = 'Y'
               IF PAGE-REC = NAVI-END-1 OR PAGE-REC = NAVI-END-2
                   MOVE 'N' TO SW-IN-NAVI
               END-IF
               GO TO MAIN-110-EXIT
           END-IF.
           IF BUILD-PROFILE NOT = SPACE
               MOVE PAGE-REC(1:300) TO COND-LINE
               PERFORM MAIN-130-CHECK-CONDITION
               IF COND-KIND NOT = SPACE OR COND-OFF-DEPTH > 0
                   GO TO MAIN-110-EXIT
               END-IF
           END-IF.
           IF PAGE-REC(1:2) = "# " AND SW-TITLE-FOUND = 'N'
               MOVE PAGE-REC(3:250) TO WS-PAGE-TITLE
               MOVE 'Y' TO SW-TITLE-FOUND
               END-IF
           END-IF.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（AUTOMANUALと同じ規則。COND-KIND:'I'=if・'E'=endif・
      *　空白=マーカーでない。COND-OFF-DEPTHが0でなければ
      *　公開されない側にいる）
      *-------------------------------------*
       MAIN-130-CHECK-CONDITION.
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
               PERFORM MAIN-131-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-131-EVAL-CONDITION.
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
                           PERFORM MAIN-132-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-132-MATCH-PROFILE.
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
      *PAGE-REC（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
