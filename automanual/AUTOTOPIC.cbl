      *                        マターのtitle、無ければTOCの表記）を
      *                        並べ、AUTODELETEが取り除ける通常のナビ
      *                        マーカーを持つ。
      *2026-10-15 M YOKOGAWA   書き出したトピックページごとに
      *                        「new/topic_<タグ>.md : written」行を
      *                        報告へ出すようにした（AUTODEPLOYが
      *                        デプロイ対象の一覧に使う）
      *2026-10-15 M SHIMADA    設定ファイルのNAV-TEMPLATE-FILEがあれば
      *                        トピックページのナビ上部・下部を
      *                        AUTOMANUALと同じテンプレート
      *                        （NAV-TEMPLATE）で組み立てるようにした
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
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  TOPIC-REC               PIC X(1000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  NTPLFILE.
       01  NTPL-LINE               PIC X(400).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUAL・AUTODELETEと共用）
           COPY NAVIMARK.
      *ナビのテンプレート
           COPY NAVTMPL.
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  TOPIC-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  NTPL-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
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
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-030-LOAD-NAV-TEMPLATES THRU MAIN-030-EXIT.
           IF WS-NAVTPL-FATAL NOT = SPACE
               DISPLAY "AUTOTOPIC: " WS-NAVTPL-FATAL
               MOVE SPACE TO RPT-TEXT
               STRING WS-NAVTPL-FATAL    DELIMITED BY "  "
                      " - no topics built"
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
                           IF CFG-KEY = "TOC-BASE-URL"
                              MOVE CFG-VALUE TO TOC-BASE-URL
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
      *1ページ分のフロントマターを読み取る
      *（1行目が"---"のページだけが対象。閉じる"---"までの
      *　tags:とtitle:を拾い、本文は読まずに閉じる）
           INSPECT WS-TAG-SLUG(1:WS-TAG-LEN) CONVERTING
                   " /" TO "--".
           MOVE WS-TAG-LEN TO WS-SLUG-LEN.
           MOVE SPACE TO WS-NAV-PAGE.
           STRING "topic_"      DELIMITED BY SIZE
                  WS-TAG-SLUG(1:WS-SLUG-LEN)
                                DELIMITED BY SIZE
                  ".md"         DELIMITED BY SIZE
                  INTO WS-NAV-PAGE.
           MOVE WS-CUR-TAG(1:WS-TAG-LEN) TO WS-NAV-TITLE.
           MOVE SPACE TO TOPIC-PATH.
           STRING "new/topic_"  DELIMITED BY SIZE
                  WS-TAG-SLUG(1:WS-SLUG-LEN)
           ELSE
               MOVE 'Y' TO SW-TOPIC-OPEN
               ADD 1 TO WS-TOPICS-WRITTEN
               MOVE SPACE TO RPT-TEXT
               STRING TOPIC-PATH      DELIMITED BY SPACE
                      " : written"    DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               MOVE NAVI-START-1 TO TOPIC-REC
               WRITE TOPIC-REC
               IF SW-NAVTPL = 'Y'
                   MOVE 'T' TO NT-WANT-PART
                   PERFORM MAIN-350-WRITE-NAV-TEMPLATE
               ELSE
                   PERFORM MAIN-360-WRITE-TOC-LINK
               END-IF
               MOVE NAVI-END-1 TO TOPIC-REC
               WRITE TOPIC-REC
               MOVE SPACE TO WS-OUT-LINE
       MAIN-330-CLOSE-TOPIC.
           MOVE NAVI-START-2 TO TOPIC-REC.
           WRITE TOPIC-REC.
           IF SW-NAVTPL = 'Y'
               MOVE 'B' TO NT-WANT-PART
               PERFORM MAIN-350-WRITE-NAV-TEMPLATE
           ELSE
               MOVE SPACE TO TOPIC-REC
               WRITE TOPIC-REC
               PERFORM MAIN-361-WRITE-BACK-TO-TOP
           END-IF.
           MOVE NAVI-END-2 TO TOPIC-REC.
           WRITE TOPIC-REC.
           CLOSE TOPICFILE.
           MOVE 'N' TO SW-TOPIC-OPEN.
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
                   MOVE WS-OUT-LINE TO TOPIC-REC
                   WRITE TOPIC-REC
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
                   MOVE SPACE TO TOPIC-REC
                   WRITE TOPIC-REC
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
           MOVE WS-OUT-LINE TO TOPIC-REC.
           WRITE TOPIC-REC.
      *-------------------------------------*
      *トピックページのページトップへのリンク行
      *-------------------------------------*
       MAIN-361-WRITE-BACK-TO-TOP.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "["               DELIMITED BY SIZE
                  WS-CUR-TAG(1:WS-TAG-LEN)
                  INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO TOPIC-REC.
           WRITE TOPIC-REC.
      *-------------------------------------*
      *末尾の空白を除いた文字列長を求める（1文字以上は必ず残す）
      *-------------------------------------*
