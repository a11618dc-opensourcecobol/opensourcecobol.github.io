      *                        かなは符号順）に整列する。生成ページは
      *                        AUTODELETEが取り除ける通常のナビ
      *                        マーカーを持つ。
      *2026-10-15 M SHIMADA    設定ファイルのBUILD-PROFILEで選んだ
      *                        プロファイルに従って本文の条件付き
      *                        ブロックを解決し、公開されない行からは
      *                        索引語も見出しのアンカーも拾わない
      *                        ようにした（AUTOMANUALと同じ規則）
      *2026-10-15 M SHIMADA    設定ファイルのNAV-TEMPLATE-FILEがあれば
      *                        索引ページのナビ上部・下部をAUTOMANUAL
      *                        と同じテンプレート（NAV-TEMPLATE）で
      *                        組み立てるようにした
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
           SELECT    NTPLFILE      ASSIGN         TO   DYNAMIC
                                                       NAVTPL-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   NTPL-STS.
           SELECT    PROFILEFILE   ASSIGN         TO   DYNAMIC
                                                       PROFILES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROF-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  INDEX-REC               PIC X(1000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  NTPLFILE.
       01  NTPL-LINE               PIC X(400).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUAL・AUTODELETEと共用）
           COPY NAVIMARK.
      *ナビのテンプレート
           COPY NAVTMPL.
      *条件付きブロックのマーカーとビルドプロファイル
           COPY CONDMARK.
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  GLOSS-STS                PIC X(02).
       01  IDX-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  NTPL-STS                 PIC X(02).
       01  PROF-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  WS-NEW-TERM              PIC X(100).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
       01  SW-DUP-FOUND             PIC X       VALUE 'N'.
       01  SW-LINE-PUBLISHED        PIC X       VALUE 'Y'.
      *本文走査（**語**の取り出し）用
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-SCAN-POS              PIC 9(05) COMP.
      *トリム（末尾スペース除去長計算）共通作業領域
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      *テンプレートによるナビ（WS-NAVTPL-FATALは読込の致命的な誤り）
       01  WS-NAVTPL-FATAL          PIC X(60)   VALUE SPACE.
       01  WS-NAV-PAGE              PIC X(250)  VALUE SPACE.
       01  WS-NAV-TITLE             PIC X(250)  VALUE SPACE.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
                  "TOC.html"
                  DELIMITED BY SIZE INTO TOC-BASE-URL.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-015-LOAD-PROFILES.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           OPEN OUTPUT REPORTFILE.
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-030-LOAD-NAV-TEMPLATES THRU MAIN-030-EXIT.
           IF WS-NAVTPL-FATAL NOT = SPACE
               DISPLAY "AUTOGLOSS: " WS-NAVTPL-FATAL
               MOVE SPACE TO RPT-TEXT
               STRING WS-NAVTPL-FATAL    DELIMITED BY "  "
                      " - no index built"
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE TOC-FILENAME(TOC-IDX) TO MD-CURRENT
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからTOCベースURLとビルドプロファイルを読み込む
      *-------------------------------------*
       MAIN-005-LOAD-CONFIG.
           OPEN INPUT CONFIGFILE.
                           IF CFG-KEY = "TOC-BASE-URL"
                              MOVE CFG-VALUE TO TOC-BASE-URL
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE-FILE"
                              MOVE CFG-VALUE TO NAVTPL-PATH
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE"
                              MOVE CFG-VALUE TO NAVTPL-DEFAULT
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
               DISPLAY "AUTOGLOSS: build profile not defined in "
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
               DISPLAY "AUTOGLOSS: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOGLOSS: profiles file exceeds 500 "
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
      *TOC.mdの読込（ページ名一覧）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
      *ナビのテンプレートの読込（NAV-TEMPLATE-FILE設定時のみ）
      *誤りのある行は報告して読み飛ばす（章ごとの指定は生成ページ
      *には関係しない）。ファイルや選んだテンプレートが無いとき、
      *マーカー文字列を含む行があるときはWS-NAVTPL-FATALに理由を
      *入れて返す
      *-------------------------------------*
       MAIN-030-LOAD-NAV-TEMPLATES.
           MOVE 0 TO NT-COUNT NC-COUNT.
           MOVE 'N' TO SW-NAVTPL.
           MOVE SPACE TO WS-NAVTPL-FATAL.
           IF NAVTPL-PATH = SPACE
               GO TO MAIN-030-EXIT
           END-IF.
           OPEN INPUT NTPLFILE.
           IF NTPL-STS NOT = "00"
               MOVE "nav template file not found" TO WS-NAVTPL-FATAL
               GO TO MAIN-030-EXIT
           END-IF.
           PERFORM UNTIL NTPL-STS NOT = ZERO
                         OR WS-NAVTPL-FATAL NOT = SPACE
               READ NTPLFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NTPL-LINE TO NT-REC
                    IF NT-REC NOT = SPACE
                       AND NT-REC(1:1) NOT = "*"
                       PERFORM MAIN-031-ONE-NAV-TEMPLATE-LINE
                    END-IF
           END-PERFORM.
           CLOSE NTPLFILE.
           IF WS-NAVTPL-FATAL NOT = SPACE
               GO TO MAIN-030-EXIT
           END-IF.
           MOVE NAVTPL-DEFAULT TO NT-USE-EN.
           PERFORM MAIN-357-FIND-NAV-TEMPLATE.
           IF SW-NT-FOUND = 'N'
               MOVE "nav template not defined in template file"
                    TO WS-NAVTPL-FATAL
               GO TO MAIN-030-EXIT
           END-IF.
           MOVE 'Y' TO SW-NAVTPL.
       MAIN-030-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-031-ONE-NAV-TEMPLATE-LINE.
           PERFORM MAIN-358-PARSE-NAV-TEMPLATE THRU MAIN-358-EXIT.
           IF NT-MARK-HITS > 0
               MOVE "nav template line contains a nav marker"
                    TO WS-NAVTPL-FATAL
           ELSE
               IF NT-ERROR NOT = SPACE
                   MOVE SPACE TO RPT-TEXT
                   STRING "nav template line ignored ("
                                         DELIMITED BY SIZE
                          NT-ERROR       DELIMITED BY "  "
                          "): "          DELIMITED BY SIZE
                          NT-REC(1:60)   DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   IF NT-F1 NOT = NAVTPL-CHAPTER-KEY
                       IF NT-COUNT >= 300
                           MOVE "nav template file exceeds 300 lines"
                                TO WS-NAVTPL-FATAL
                       ELSE
                           ADD 1 TO NT-COUNT
                           MOVE NT-F1        TO NT-NAME(NT-COUNT)
                           MOVE NT-LINE-PART TO NT-PART(NT-COUNT)
                           MOVE NT-LINE-TEXT TO NT-TEXT(NT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *1ページ分の索引語を集める
      *（.glossの語はページ先頭へ、本文の**語**は直前の
      *　"## "見出しのアンカーへ結び付ける。プロファイル設定時は
      *　公開されない行と条件マーカー行を読み飛ばす）
      *-------------------------------------*
       MAIN-100-SCAN-PAGE.
           MOVE 'N' TO SW-EXCLUDED.
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-SCANNED.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           PERFORM UNTIL PAGE-STS NOT = ZERO
               MOVE SPACE TO PAGE-REC
               READ PAGEFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'Y' TO SW-LINE-PUBLISHED
                    IF BUILD-PROFILE NOT = SPACE
                       MOVE PAGE-REC(1:300) TO COND-LINE
                       PERFORM MAIN-150-CHECK-CONDITION
                       IF COND-KIND NOT = SPACE
                          OR COND-OFF-DEPTH > 0
                          MOVE 'N' TO SW-LINE-PUBLISHED
                       END-IF
                    END-IF
                    IF SW-LINE-PUBLISHED = 'Y'
                       IF PAGE-REC(1:3) = "## "
                          PERFORM MAIN-130-TRACK-HEADING
                       ELSE
                          PERFORM MAIN-140-SCAN-BOLD-TERMS
                                  THRU MAIN-140-EXIT
                       END-IF
                    END-IF
           END-PERFORM.
           CLOSE PAGEFILE.
       MAIN-140-EXIT.
           CONTINUE.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（AUTOMANUALと同じ規則。COND-KIND:'I'=if・'E'=endif・
      *　空白=マーカーでない。COND-OFF-DEPTHが0でなければ
      *　公開されない側にいる）
      *-------------------------------------*
       MAIN-150-CHECK-CONDITION.
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
               PERFORM MAIN-151-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-151-EVAL-CONDITION.
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
                           PERFORM MAIN-152-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-152-MATCH-PROFILE.
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
           END-IF.
           MOVE NAVI-START-1 TO INDEX-REC.
           WRITE INDEX-REC.
           MOVE "INDEX.md" TO WS-NAV-PAGE.
           MOVE X"E7B4A2E5BC95" TO WS-NAV-TITLE.
           IF SW-NAVTPL = 'Y'
               MOVE 'T' TO NT-WANT-PART
               PERFORM MAIN-350-WRITE-NAV-TEMPLATE
           ELSE
               PERFORM MAIN-360-WRITE-TOC-LINK
           END-IF.
           MOVE NAVI-END-1 TO INDEX-REC.
           WRITE INDEX-REC.
           MOVE SPACE TO WS-OUT-LINE.
           END-PERFORM.
           MOVE NAVI-START-2 TO INDEX-REC.
           WRITE INDEX-REC.
           IF SW-NAVTPL = 'Y'
               MOVE 'B' TO NT-WANT-PART
               PERFORM MAIN-350-WRITE-NAV-TEMPLATE
           ELSE
               MOVE SPACE TO INDEX-REC
               WRITE INDEX-REC
               PERFORM MAIN-361-WRITE-BACK-TO-TOP
           END-IF.
           MOVE NAVI-END-2 TO INDEX-REC.
           WRITE INDEX-REC.
           CLOSE INDEXFILE.
           MOVE WS-OUT-LINE TO INDEX-REC.
           WRITE INDEX-REC.
      *-------------------------------------*
      *テンプレートでナビの上部／下部の中身を書き出す
      *（NT-WANT-PARTに'T'か'B'を、WS-NAV-PAGE・WS-NAV-TITLEに
      *　生成ページの名前と題を入れて呼ぶ。マーカー行は呼び出し
      *　元が書く）
      *-------------------------------------*
       MAIN-350-WRITE-NAV-TEMPLATE.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-COUNT
               IF NT-NAME(NT-IX) = NAVTPL-DEFAULT
                   AND NT-PART(NT-IX) = NT-WANT-PART
                   PERFORM MAIN-351-EMIT-NAV-LINE
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *テンプレートの1行を書き出す（要素の行は要素を、それ以外は
      *値を差し込んだ行を出す）
      *-------------------------------------*
       MAIN-351-EMIT-NAV-LINE.
           MOVE NT-TEXT(NT-IX) TO NT-LINE-TEXT.
           PERFORM MAIN-356-NAV-TEXT-LEN.
           MOVE 1 TO NT-SCAN-POS.
           PERFORM MAIN-355-NEXT-NAV-TOKEN THRU MAIN-355-EXIT.
           IF NT-TOK-KIND = 'E' AND NT-TOK-START = 1
               AND NT-TOK-LEN = NT-TEXT-LEN
               PERFORM MAIN-352-EMIT-NAV-ELEMENT
           ELSE
               PERFORM MAIN-353-SUBST-NAV-LINE
               IF SW-NT-DROP = 'N'
                   MOVE WS-OUT-LINE TO INDEX-REC
                   WRITE INDEX-REC
               END-IF
           END-IF.
      *-------------------------------------*
      *要素を書き出す（生成ページに無い要素は何も書かない）
      *-------------------------------------*
       MAIN-352-EMIT-NAV-ELEMENT.
           EVALUATE NT-TOKEN
               WHEN "PREVNEXT"
                   PERFORM MAIN-360-WRITE-TOC-LINK
               WHEN "BACKTOTOP"
                   PERFORM MAIN-361-WRITE-BACK-TO-TOP
               WHEN "BLANK"
                   MOVE SPACE TO INDEX-REC
                   WRITE INDEX-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-------------------------------------*
      *テンプレートの行の値の差し込み記号を置き換えてWS-OUT-LINEへ
      *（値が空の記号があればSW-NT-DROPを'Y'にする）
      *-------------------------------------*
       MAIN-353-SUBST-NAV-LINE.
           MOVE SPACE TO WS-OUT-LINE.
           MOVE 1 TO NT-OUT-PTR NT-SCAN-POS.
           MOVE 'N' TO SW-NT-DROP.
           PERFORM UNTIL NT-SCAN-POS > NT-TEXT-LEN OR SW-NT-DROP = 'Y'
               PERFORM MAIN-355-NEXT-NAV-TOKEN THRU MAIN-355-EXIT
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
                       PERFORM MAIN-354-NAV-VALUE
                   ELSE
                       STRING NT-LINE-TEXT(NT-TOK-START:NT-TOK-LEN)
                                         DELIMITED BY SIZE
                              INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
                   END-IF
                   COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *値の差し込み記号1つ分の値を書き足す（生成ページには前後・
      *章・節が無い）
      *-------------------------------------*
       MAIN-354-NAV-VALUE.
           MOVE SPACE TO NT-VALUE.
           EVALUATE NT-TOKEN
               WHEN "TOC-URL"
                   MOVE TOC-BASE-URL TO NT-VALUE
               WHEN "PAGE"
                   MOVE WS-NAV-PAGE TO NT-VALUE
               WHEN "TITLE"
                   MOVE WS-NAV-TITLE TO NT-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NT-VALUE = SPACE
               MOVE 'Y' TO SW-NT-DROP
           ELSE
               MOVE NT-VALUE TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               STRING NT-VALUE(1:WS-TRIM-LEN) DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER NT-OUT-PTR
           END-IF.
      *-------------------------------------*
      *NT-LINE-TEXTのNT-SCAN-POS以降で次の差し込み記号を探す
      *（"{"から"}"までの英大文字とハイフン。それ以外の"{"は
      *　NT-TOK-KIND='L'の1文字として返す）
      *-------------------------------------*
       MAIN-355-NEXT-NAV-TOKEN.
           MOVE 'N' TO NT-TOK-KIND.
           MOVE 0 TO NT-TOK-START NT-TOK-LEN.
           MOVE SPACE TO NT-TOKEN.
           COMPUTE NT-SCAN-REST = NT-TEXT-LEN - NT-SCAN-POS + 1.
           INSPECT NT-LINE-TEXT(NT-SCAN-POS:NT-SCAN-REST)
                   TALLYING NT-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL "{".
           IF NT-TOK-LEN >= NT-SCAN-REST
               GO TO MAIN-355-EXIT
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
               GO TO MAIN-355-EXIT
           END-IF.
           MOVE NT-LINE-TEXT(NT-TOK-START + 1:NT-TOK-LEN - 1)
                TO NT-TOKEN.
           MOVE NT-TOKEN TO NT-TOKEN-CHK.
           INSPECT NT-TOKEN-CHK REPLACING ALL "-" BY "A".
           IF NT-TOKEN-CHK IS NOT ALPHABETIC-UPPER
               MOVE SPACE TO NT-TOKEN
               MOVE 1 TO NT-TOK-LEN
               GO TO MAIN-355-EXIT
           END-IF.
           ADD 1 TO NT-TOK-LEN.
           MOVE 'U' TO NT-TOK-KIND.
           PERFORM VARYING NTK-IX FROM 1 BY 1 UNTIL NTK-IX > 15
               IF NTK-NAME(NTK-IX) = NT-TOKEN
                   MOVE NTK-KIND(NTK-IX) TO NT-TOK-KIND
               END-IF
           END-PERFORM.
       MAIN-355-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-356-NAV-TEXT-LEN.
           MOVE 300 TO NT-TEXT-LEN.
           PERFORM UNTIL NT-TEXT-LEN = 1
                         OR NT-LINE-TEXT(NT-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM NT-TEXT-LEN
           END-PERFORM.
      *-------------------------------------*
      *NT-USE-ENの名前のテンプレートがあるか（SW-NT-FOUND）
      *-------------------------------------*
       MAIN-357-FIND-NAV-TEMPLATE.
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
       MAIN-358-PARSE-NAV-TEMPLATE.
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
               GO TO MAIN-358-EXIT
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
               GO TO MAIN-358-EXIT
           END-IF.
           EVALUATE NT-F2
               WHEN "TOP"
                   MOVE 'T' TO NT-LINE-PART
               WHEN "BOTTOM"
                   MOVE 'B' TO NT-LINE-PART
               WHEN OTHER
                   MOVE "part must be TOP or BOTTOM" TO NT-ERROR
                   GO TO MAIN-358-EXIT
           END-EVALUATE.
           IF NT-LINE-TEXT = SPACE
               MOVE "no line text" TO NT-ERROR
               GO TO MAIN-358-EXIT
           END-IF.
           IF NT-F-PTR < 101
               IF NT-REC(NT-F-PTR + 300:) NOT = SPACE
                   MOVE "line text too long" TO NT-ERROR
                   GO TO MAIN-358-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-356-NAV-TEXT-LEN.
           MOVE 1 TO NT-SCAN-POS.
           PERFORM UNTIL NT-SCAN-POS > NT-TEXT-LEN
                         OR NT-ERROR NOT = SPACE
               PERFORM MAIN-355-NEXT-NAV-TOKEN THRU MAIN-355-EXIT
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
       MAIN-358-EXIT.
           CONTINUE.
      *-------------------------------------*
      *目次へのリンク行（組み込みのナビ上部）
      *-------------------------------------*
       MAIN-360-WRITE-TOC-LINK.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "["              DELIMITED BY SIZE
                  X"E79BAEE6ACA1" DELIMITED BY SIZE
                  "]("            DELIMITED BY SIZE
                  TOC-BASE-URL    DELIMITED BY SPACE
                  ")"             DELIMITED BY SIZE
                  INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO INDEX-REC.
           WRITE INDEX-REC.
      *-------------------------------------*
      *索引のページトップへのリンク行
      *-------------------------------------*
       MAIN-361-WRITE-BACK-TO-TOP.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "["              DELIMITED BY SIZE
                  X"E7B4A2E5BC95"  DELIMITED BY SIZE
                  X"E381AE"        DELIMITED BY SIZE
                  X"E3839AE383BCE382B8E38388E38383E38397E381B8"
                                   DELIMITED BY SIZE
                  "](INDEX.md)"    DELIMITED BY SIZE
                  INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO INDEX-REC.
           WRITE INDEX-REC.
      *-------------------------------------*
      *末尾の空白を除いた文字列長を求める（1文字以上は必ず残す）
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
