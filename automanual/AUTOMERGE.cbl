      *                        件数を他のRUNレコードと同じ5桁にした。
      *                        従来は6桁で書かれ、AUTOTRENDの5桁
      *                        固定の読み取りで末尾の桁が落ちていた
      *2026-10-15 M YOKOGAWA   分担履歴のHOLDレコード（承認待ちで
      *                        保留したページ）も共通履歴へ写すように
      *                        した
      *2026-10-15 M YOKOGAWA   台帳の部品行（ページ>部品）に対応した。
      *                        分担台帳にページ行があれば、共通台帳に
      *                        残るそのページの部品行を消してから
      *                        重ね合わせる（使わなくなった部品の行を
      *                        残さないため）
      *2026-10-15 M YOKOGAWA   不具合修正: 変換元が同じままで部品の
      *                        顔ぶれだけが変わったページは分担台帳に
      *                        ページ行が無く、使わなくなった部品行が
      *                        共通台帳に残っていた。分担台帳の部品行
      *                        でも、そのページの共通台帳の部品行の
      *                        うち別の実行で書かれたものを消す
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  LED-PART-RUN             PIC X(14).
      *ページの部品行のキーの頭（ページ名に">"）
       01  WS-INC-KEY               PIC X(250).
       01  WS-INC-KEY-LEN           PIC 9(03) COMP.
       01  WS-INC-PAGE              PIC X(250).
      *履歴RUNレコードの合算用
       01  HIST-REC                 PIC X(300).
       01  HIST-KIND                PIC X(10).
           WRITE LED-LINE.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
      *消した部品行（名前が空白）は書かない
               IF LED-NAME(LED-IDX) NOT = SPACE
                   MOVE SPACE TO LED-REC
                   STRING LED-NAME(LED-IDX)     DELIMITED BY SPACE
                          " "                   DELIMITED BY SIZE
                          LED-LINES(LED-IDX)    DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          LED-CHECKSUM(LED-IDX) DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          LED-RUNID(LED-IDX)    DELIMITED BY SIZE
                          INTO LED-REC
                   MOVE LED-REC TO LED-LINE
                   WRITE LED-LINE
               END-IF
           END-PERFORM.
           CLOSE LEDGERFILE.
      *-------------------------------------*
                        CONTINUE
                     NOT AT END
                        MOVE SHARD-LINE TO LED-REC
                        PERFORM MAIN-125-DROP-OLD-INCLUDES
                        PERFORM MAIN-130-TAKE-LEDGER-REC
               END-PERFORM
               CLOSE SHARDFILE
           END-IF.
      *-------------------------------------*
      *分担台帳のページ行・部品行なら、共通台帳に残るそのページの
      *部品行のうち、別の実行で書かれたものを消す
      *（ページを処理した分担はそのページの部品行をすべて同じ
      *　実行IDで書く。変換元が同じで部品の顔ぶれだけが変わった
      *　ページは分担台帳にページ行が無いため、部品行でも消す）
      *-------------------------------------*
       MAIN-125-DROP-OLD-INCLUDES.
           IF LED-REC = SPACE OR LED-REC(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACE TO LED-PART-NAME LED-PART-LINES
                             LED-PART-SUM  LED-PART-RUN
               UNSTRING LED-REC DELIMITED BY SPACE
                        INTO LED-PART-NAME LED-PART-LINES
                             LED-PART-SUM  LED-PART-RUN
               MOVE SPACE TO WS-INC-PAGE
               UNSTRING LED-PART-NAME DELIMITED BY ">"
                        INTO WS-INC-PAGE
               IF WS-INC-PAGE NOT = SPACE
                   MOVE SPACE TO WS-INC-KEY
                   STRING WS-INC-PAGE   DELIMITED BY SPACE
                          ">"           DELIMITED BY SIZE
                          INTO WS-INC-KEY
                   MOVE 0 TO WS-INC-KEY-LEN
                   INSPECT WS-INC-KEY TALLYING WS-INC-KEY-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                   PERFORM VARYING LED-IDX FROM 1 BY 1
                             UNTIL LED-IDX > LED-COUNT
                       IF LED-NAME(LED-IDX)(1:WS-INC-KEY-LEN)
                          = WS-INC-KEY(1:WS-INC-KEY-LEN)
                          AND LED-RUNID(LED-IDX) NOT = LED-PART-RUN
                           MOVE SPACE TO LED-NAME(LED-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *台帳レコード1件の取り込み（同名は上書き、新規は追加）
      *-------------------------------------*
       MAIN-130-TAKE-LEDGER-REC.
               END-IF
           END-IF.
      *-------------------------------------*
      *分担履歴のFAIL／PROC／HOLDを共通履歴へ写し、RUNは合算して
      *SHARDEDの1件として追記する
      *-------------------------------------*
       MAIN-200-MERGE-HISTORY.
                            ELSE
                                IF HIST-REC(1:5) = "FAIL "
                                    OR HIST-REC(1:5) = "PROC "
                                    OR HIST-REC(1:5) = "HOLD "
                                    MOVE HIST-REC TO HIST-LINE
                                    WRITE HIST-LINE
                                    ADD 1 TO WS-HIST-COPIED
