      *                        を結合文書へ綴じ込まないようにした
      *                        （公開処理と同じ規則。閉じられない
      *                        ブロックは本文扱いのまま残す）
      *2026-10-15 M SHIMADA    設定ファイル（automanual.cfg）の
      *                        BUILD-PROFILEで選んだプロファイルに
      *                        従って本文の条件付きブロックを解決し、
      *                        公開されない行と条件マーカー行を結合
      *                        文書へ綴じ込まないようにした
      *                        （AUTOMANUALと同じ規則）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
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
      *-------------------------------------*
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(250).
       FD  PAGEFILE.
       01  CHAPF-REC               PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUAL・AUTODELETEと共用）
           COPY NAVIMARK.
      *条件付きブロックのマーカーとビルドプロファイル
           COPY CONDMARK.
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  FULL-STS                 PIC X(02).
       01  CHAPF-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  PROF-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAGE-FILE-PATH           PIC X(256).
       01  FULL-PATH                PIC X(256)
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autobook_report.log".
       01  WS-BOOK-DIR              PIC X(256)  VALUE "book".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *除外リスト（収録しないページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
       01  SW-TITLE-FOUND           PIC X       VALUE 'N'.
       01  SW-IN-NAVI               PIC X       VALUE 'N'.
       01  SW-LINE-PUBLISHED        PIC X       VALUE 'Y'.
      *ページ先頭のフロントマター（---～---）の読み飛ばし用
      *（AUTOMANUALと同じ規則。閉じられないブロックは本文扱い）
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-015-LOAD-PROFILES.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           OPEN OUTPUT REPORTFILE.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからビルドプロファイルを読み込む
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
      *除外リストの読込
      *-------------------------------------*
       MAIN-010-LOAD-EXCLUDE.
               CLOSE EXCLFILE
           END-IF.
      *-------------------------------------*
      *プロファイル一覧の読込（1行1設定:"プロファイル名 キー=値"）
      *BUILD-PROFILEで選んだプロファイルの行が1行も無ければ、
      *条件付きブロックをすべて落としてしまうので中止する
      *（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-015-LOAD-PROFILES.
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
                           PERFORM MAIN-016-ONE-PROFILE-LINE
                        END-IF
               END-PERFORM
               CLOSE PROFILEFILE
           END-IF.
           IF BUILD-PROFILE NOT = SPACE AND PROF-ACTIVE-COUNT = 0
               DISPLAY "AUTOBOOK: build profile not defined in "
                       "profiles file - aborting: " BUILD-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
       MAIN-016-ONE-PROFILE-LINE.
           MOVE SPACE TO PROF-P1 PROF-P2 PROF-P3 COND-KEY.
           UNSTRING PROF-REC DELIMITED BY ALL SPACE
                    INTO PROF-P1 PROF-P2.
           UNSTRING PROF-P2 DELIMITED BY "="
                    INTO COND-KEY PROF-P3.
           IF PROF-P1 = SPACE OR PROF-P1(31:70) NOT = SPACE
               OR COND-KEY = SPACE
               OR PROF-P3 = SPACE OR PROF-P3(31:70) NOT = SPACE
               DISPLAY "AUTOBOOK: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOBOOK: profiles file exceeds 500 "
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
      *TOC.mdの読込（章／節／ファイル名の対応表を作る）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
      *-------------------------------------*
      *1回目の読み: ページタイトル（先頭の"# "行）から
      *結合文書内のアンカーを導き、一覧へ積む
      *（タイトルが無ければTOCのタイトルから導く。プロファイル
      *　設定時は公開されない行の見出しは使わない）
      *-------------------------------------*
       MAIN-100-COLLECT-TITLE-ANCHOR.
           PERFORM MAIN-105-CHECK-EXCLUDED.
           IF PAGE-STS NOT = "00"
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           PERFORM UNTIL PAGE-STS NOT = ZERO
                         OR SW-TITLE-FOUND = 'Y'
               MOVE SPACE TO PAGE-REC
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO SW-LINE-PUBLISHED
                    IF BUILD-PROFILE NOT = SPACE
                       MOVE PAGE-REC(1:300) TO COND-LINE
                       PERFORM MAIN-340-CHECK-CONDITION
                       IF COND-KIND NOT = SPACE
                          OR COND-OFF-DEPTH > 0
                          MOVE 'N' TO SW-LINE-PUBLISHED
                       END-IF
                    END-IF
                    IF PAGE-REC(1:2) = "# "
                       AND SW-LINE-PUBLISHED = 'Y'
                       MOVE PAGE-REC(3:200) TO WS-TITLE-TEXT
                       MOVE 'Y' TO SW-TITLE-FOUND
                    END-IF
           ADD 1 TO WS-PAGES-BOUND.
           PERFORM MAIN-205-PRESCAN-FRONT-MATTER.
           MOVE 'N' TO SW-IN-NAVI.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           PERFORM UNTIL PAGE-STS NOT = ZERO
               MOVE SPACE TO PAGE-REC
               READ PAGEFILE NEXT
      *本文1行分の綴じ込み
      *ナビマーカーに挟まれた行は落とし、見出しは2段階下げ、
      *ページをまたぐリンクを内部アンカーへ書き換える
      *プロファイル設定時は条件マーカー行と公開されない行も落とす
      *-------------------------------------*
       MAIN-300-EMIT-BODY-LINE.
      *ページ先頭のフロントマターは綴じ込まない
           IF SW-IN-NAVI = 'Y'
               GO TO MAIN-300-EXIT
           END-IF.
           IF BUILD-PROFILE NOT = SPACE
               MOVE PAGE-REC(1:300) TO COND-LINE
               PERFORM MAIN-340-CHECK-CONDITION
               IF COND-KIND NOT = SPACE OR COND-OFF-DEPTH > 0
                   GO TO MAIN-300-EXIT
               END-IF
           END-IF.
      *見出しの段下げ（"# "→"### "、"## "→"#### "。
      *もとから3段目以降の見出しはそのまま）
           MOVE SPACE TO WS-OUT-LINE.
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（AUTOMANUALと同じ規則。COND-KIND:'I'=if・'E'=endif・
      *　空白=マーカーでない。COND-OFF-DEPTHが0でなければ
      *　公開されない側にいる）
      *-------------------------------------*
       MAIN-340-CHECK-CONDITION.
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
               PERFORM MAIN-341-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-341-EVAL-CONDITION.
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
                           PERFORM MAIN-342-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-342-MATCH-PROFILE.
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
      *WS-OUT-LINE（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
