       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOTOCEDIT.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。TOC.mdの構成変更（ページの
      *                        追加・章節間の移動・見出しの変更・後継
      *                        ページを指定した退役・英語側対応の変更）
      *                        を行う対話式の保守画面。TOC.mdは
      *                        AUTOMANUALのMAIN-025-PARSE-TOC-LINEと同じ
      *                        規則で読み、retired.lst・langpair.lst・
      *                        exclude.lstを同じ変更の中でそろえて
      *                        書き直す。変更は検証してから保存し、保存
      *                        の直前に変更するファイルの前イメージを
      *                        残して直前の1件を取り消せるようにする。
      *                        保存・取消しのたびに操作者と変更内容を
      *                        監査ログ（autotocedit_audit.log）へ追記
      *                        する。保存中はautomanual.lockを取る。
      *2026-10-15 M SHIMADA    退役の前に、AUTOXREFが書く被リンク一覧
      *                        （autoxref_inbound.lst）から他の
      *                        マニュアルがこのページへ張っている
      *                        リンクを示し、退役してよいか確かめる。
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
           SELECT    TOCFILE       ASSIGN         TO   DYNAMIC
                                                       TOC-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TOC-STS.
           SELECT    RETIREDFILE   ASSIGN         TO   DYNAMIC
                                                       RETIRED-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RET-STS.
           SELECT    PAIRFILE      ASSIGN         TO   DYNAMIC
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    EXCLFILE      ASSIGN         TO   DYNAMIC
                                                       EXCLUDE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXCL-STS.
           SELECT    PROBEFILE     ASSIGN         TO   DYNAMIC
                                                       PROBE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROBE-STS.
           SELECT    LOCKFILE      ASSIGN         TO   DYNAMIC
                                                       LOCK-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LOCK-STS.
           SELECT    UNDOFILE      ASSIGN         TO   DYNAMIC
                                                       UNDO-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   UNDO-STS.
           SELECT OPTIONAL AUDITFILE
                                   ASSIGN         TO   DYNAMIC
                                                       AUDIT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   AUD-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *-------------------------------------*
       FILE                        SECTION.
      *-------------------------------------*
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  RETIREDFILE.
       01  RETIRED-LINE            PIC X(300).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(300).
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(300).
       FD  PROBEFILE.
       01  PROBE-LINE              PIC X(300).
       FD  LOCKFILE.
       01  LOCK-LINE               PIC X(100).
       FD  UNDOFILE.
       01  UNDO-LINE               PIC X(300).
       FD  AUDITFILE.
       01  AUDIT-LINE              PIC X(400).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  CFG-STS                  PIC X(02).
       01  TOC-STS                  PIC X(02).
       01  RET-STS                  PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  LOCK-STS                 PIC X(02).
       01  UNDO-STS                 PIC X(02).
       01  AUD-STS                  PIC X(02).
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  RETIRED-PATH             PIC X(256)  VALUE "retired.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PROBE-FILE-PATH          PIC X(256).
       01  LOCK-PATH                PIC X(256)
                                    VALUE "automanual.lock".
       01  UNDO-PATH                PIC X(256)
                                    VALUE "autotocedit.undo".
       01  AUDIT-PATH               PIC X(256)
                                    VALUE "autotocedit_audit.log".
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *TOC.mdの全行（見出し・ページ以外の行もそのまま書き戻す）
      *TL-KIND: 'C'=章（## ）・'S'=節（### ）・'P'=ページ（- [）・
      *         'O'=その他。TL-NAMEは章名・節名またはページの見出し
       01  TL-TABLE.
           05  TL-ENTRY             OCCURS 3000 TIMES.
               10  TL-TEXT          PIC X(300).
               10  TL-KIND          PIC X.
               10  TL-FILE          PIC X(250).
               10  TL-NAME          PIC X(250).
       01  TL-COUNT                 PIC 9(04) COMP VALUE 0.
       01  TL-IX                    PIC 9(04) COMP VALUE 0.
       01  TL-PAGES                 PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *retired.lst・対応表・除外リストの全行（注釈行もそのまま）
       01  RL-TABLE.
           05  RL-ENTRY             OCCURS 2000 TIMES.
               10  RL-TEXT          PIC X(300).
               10  RL-OLD           PIC X(250).
               10  RL-NEW           PIC X(250).
       01  RL-COUNT                 PIC 9(04) COMP VALUE 0.
       01  PL-TABLE.
           05  PL-ENTRY             OCCURS 2000 TIMES.
               10  PL-TEXT          PIC X(300).
               10  PL-JA            PIC X(250).
               10  PL-EN            PIC X(250).
       01  PL-COUNT                 PIC 9(04) COMP VALUE 0.
       01  XL-TABLE.
           05  XL-TEXT              PIC X(300) OCCURS 200 TIMES.
       01  XL-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-LIST-REC              PIC X(300).
      *変更したファイル（保存時に前イメージを残して書き直す）
       01  SW-TOC-CHANGED           PIC X       VALUE 'N'.
       01  SW-RET-CHANGED           PIC X       VALUE 'N'.
       01  SW-PAIR-CHANGED          PIC X       VALUE 'N'.
       01  SW-EXCL-CHANGED          PIC X       VALUE 'N'.
      *章名・節名の選択肢（見出し行の位置を添える）
       01  NAME-LIST.
           05  NAME-ITEM            OCCURS 200 TIMES
                                     INDEXED BY NAME-IDX.
               10  NAME-ENTRY       PIC X(80).
               10  NAME-LINE        PIC 9(04) COMP.
       01  NAME-COUNT               PIC 9(03) COMP VALUE 0.
      *操作入力
       01  WS-ANSWER                PIC X(10)   VALUE SPACE.
       01  WS-PICK                  PIC 9(03)   VALUE 0.
       01  WS-PAGE-NAME             PIC X(250)  VALUE SPACE.
       01  WS-OTHER-NAME            PIC X(250)  VALUE SPACE.
       01  WS-TITLE                 PIC X(250)  VALUE SPACE.
       01  WS-OPERATOR              PIC X(30)   VALUE SPACE.
       01  WS-OPERATOR-IN           PIC X(30)   VALUE SPACE.
       01  SW-DONE                  PIC X       VALUE 'N'.
       01  SW-VALID                 PIC X       VALUE 'N'.
       01  SW-FOUND                 PIC X       VALUE 'N'.
       01  SW-LOCK-HELD             PIC X       VALUE 'N'.
      *選んだページ・移動先の位置
       01  WS-SEL-LINE              PIC 9(04) COMP VALUE 0.
       01  WS-OTHER-LINE            PIC 9(04) COMP VALUE 0.
       01  WS-TGT-LINE              PIC 9(04) COMP VALUE 0.
       01  WS-TGT-CHAP-LINE         PIC 9(04) COMP VALUE 0.
       01  WS-INS-AFTER             PIC 9(04) COMP VALUE 0.
       01  WS-HEAD-LINE             PIC 9(04) COMP VALUE 0.
       01  WS-BLK-CHAPTER           PIC X(80).
       01  WS-BLK-SECTION           PIC X(80).
       01  WS-NEW-LINE              PIC X(300).
       01  WS-RL-IX                 PIC 9(04) COMP VALUE 0.
       01  WS-PL-IX                 PIC 9(04) COMP VALUE 0.
       01  WS-XL-IX                 PIC 9(04) COMP VALUE 0.
       01  WS-REPOINTED             PIC 9(04) COMP VALUE 0.
       01  WS-REPOINTED-D           PIC 9(04).
      *監査ログ・取消し用の記録
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-TIME              PIC X(08).
       01  WS-RUN-STAMP             PIC X(14)   VALUE SPACE.
       01  WS-AUDIT-OP              PIC X(08)   VALUE SPACE.
       01  WS-AUDIT-DETAIL          PIC X(300)  VALUE SPACE.
       01  WS-DETAIL-PTR            PIC 9(03)   VALUE 1.
       01  WS-MSG                   PIC X(300)  VALUE SPACE.
       01  WS-SRC-PATH              PIC X(256).
       01  WS-DST-PATH              PIC X(256).
       01  WS-COPY-RC               PIC S9(08) COMP VALUE 0.
       01  WS-COPY-FAILED           PIC 9(02)   VALUE 0.
       01  UNDO-REC                 PIC X(300).
       01  UNDO-KEY                 PIC X(10).
       01  UNDO-FILE                PIC X(256).
       01  UNDO-STATE               PIC X(10).
       01  UNDO-HEADER              PIC X(300).
       01  UF-TABLE.
           05  UF-ENTRY             OCCURS 4 TIMES.
               10  UF-PATH          PIC X(256).
               10  UF-STATE         PIC X(10).
       01  UF-COUNT                 PIC 9(02) COMP VALUE 0.
       01  UF-IX                    PIC 9(02) COMP VALUE 0.
      *作業領域
       01  WS-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-JX                    PIC 9(04) COMP VALUE 0.
       01  WS-TALLY                 PIC 9(04) COMP VALUE 0.
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-NAME-LEN              PIC 9(03) COMP.
       01  WS-TITLE-LEN             PIC 9(03) COMP.
      *他のマニュアルからの被リンク（AUTOXREFの出力）
       01  INBOUND-PATH             PIC X(256)
                                    VALUE "autoxref_inbound.lst".
       01  WS-INB-KEY               PIC X(260).
       01  WS-INB-PAGE              PIC X(260).
       01  WS-INB-MANUAL            PIC X(30).
       01  WS-INB-SOURCE            PIC X(260).
       01  WS-INB-LINE              PIC X(07).
       01  WS-INB-HITS              PIC 9(04)   VALUE 0.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-008-ASK-OPERATOR.
           PERFORM MAIN-010-LOAD-FILES.
           PERFORM UNTIL SW-DONE = 'Y'
               PERFORM MAIN-110-SHOW-MENU
               PERFORM MAIN-120-HANDLE-CHOICE THRU MAIN-120-EXIT
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      *-------------------------------------*
      *設定ファイルの読込（対応表のパス）
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
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *操作者の確認（監査ログに残す。既定はログイン名）
      *-------------------------------------*
       MAIN-008-ASK-OPERATOR.
           MOVE SPACE TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           PERFORM UNTIL WS-OPERATOR NOT = SPACE
               DISPLAY "operator id: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-PERFORM.
           MOVE SPACE TO WS-TRIM-IN.
           MOVE WS-OPERATOR TO WS-TRIM-IN(1:30).
           PERFORM MAIN-290-CALC-TRIM-LEN.
           DISPLAY "operator id [" WS-OPERATOR(1:WS-TRIM-LEN) "]: "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-OPERATOR-IN.
           ACCEPT WS-OPERATOR-IN.
           IF WS-OPERATOR-IN NOT = SPACE
               MOVE WS-OPERATOR-IN TO WS-OPERATOR
           END-IF.
      *監査ログは空白区切りなので、IDは先頭の1語だけを使う
           MOVE WS-OPERATOR TO WS-OPERATOR-IN.
           MOVE SPACE TO WS-OPERATOR.
           UNSTRING WS-OPERATOR-IN DELIMITED BY ALL SPACE
                    INTO WS-OPERATOR.
           IF WS-OPERATOR = SPACE
               UNSTRING WS-OPERATOR-IN(2:29) DELIMITED BY ALL SPACE
                        INTO WS-OPERATOR
           END-IF.
      *-------------------------------------*
      *TOC.md・retired.lst・対応表・除外リストの読込
      *（取消しや保存の取りやめの後も、ここで読み直す）
      *-------------------------------------*
       MAIN-010-LOAD-FILES.
           MOVE 'N' TO SW-TOC-CHANGED SW-RET-CHANGED
                       SW-PAIR-CHANGED SW-EXCL-CHANGED.
           MOVE 0 TO TL-COUNT TL-PAGES RL-COUNT PL-COUNT XL-COUNT.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF TL-COUNT >= 3000
                            DISPLAY "AUTOTOCEDIT: TOC.md exceeds "
                                    "3000 lines - cannot continue"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO TL-COUNT
                        MOVE TOC-LINE TO TL-TEXT(TL-COUNT)
                        MOVE TL-COUNT TO TL-IX
                        PERFORM MAIN-015-PARSE-TOC-LINE
               END-PERFORM
               CLOSE TOCFILE
           ELSE
               DISPLAY "AUTOTOCEDIT: TOC.md not found - cannot "
                       "continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETIREDFILE.
           IF RET-STS = "00"
               PERFORM UNTIL RET-STS NOT = ZERO
                   READ RETIREDFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE RETIRED-LINE TO WS-LIST-REC
                        PERFORM MAIN-016-ADD-RETIRED-LINE
               END-PERFORM
               CLOSE RETIREDFILE
           END-IF.
           IF PAIR-FILE-PATH NOT = SPACE
               OPEN INPUT PAIRFILE
               IF PAIR-STS = "00"
                   PERFORM UNTIL PAIR-STS NOT = ZERO
                       READ PAIRFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            MOVE PAIR-LINE TO WS-LIST-REC
                            PERFORM MAIN-017-ADD-PAIR-LINE
                   END-PERFORM
                   CLOSE PAIRFILE
               END-IF
           END-IF.
           OPEN INPUT EXCLFILE.
           IF EXCL-STS = "00"
               PERFORM UNTIL EXCL-STS NOT = ZERO
                   READ EXCLFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF XL-COUNT >= 200
                            DISPLAY "AUTOTOCEDIT: exclude list "
                                    "exceeds 200 entries - cannot "
                                    "continue"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO XL-COUNT
                        MOVE EXCL-LINE TO XL-TEXT(XL-COUNT)
               END-PERFORM
               CLOSE EXCLFILE
           END-IF.
      *-------------------------------------*
      *TOC.mdの1行（TL-IX）の解釈
      *（AUTOMANUALのMAIN-025-PARSE-TOC-LINEと同じ規則）
      *-------------------------------------*
       MAIN-015-PARSE-TOC-LINE.
           MOVE TL-TEXT(TL-IX) TO TOC-REC.
           MOVE 'O' TO TL-KIND(TL-IX).
           MOVE SPACE TO TL-FILE(TL-IX) TL-NAME(TL-IX).
           IF TOC-REC(1:4) = "### "
               MOVE 'S' TO TL-KIND(TL-IX)
               MOVE TOC-REC(5:) TO TL-NAME(TL-IX)
           ELSE
               IF TOC-REC(1:3) = "## "
                   MOVE 'C' TO TL-KIND(TL-IX)
                   MOVE TOC-REC(4:) TO TL-NAME(TL-IX)
               ELSE
                   IF TOC-REC(1:3) = "- ["
                       MOVE SPACE TO TOC-PART1 TOC-PART2
                       UNSTRING TOC-REC DELIMITED BY "]("
                                INTO TOC-PART1 TOC-PART2
                       UNSTRING TOC-PART2 DELIMITED BY ")"
                                INTO TOC-PART2
                       MOVE 'P' TO TL-KIND(TL-IX)
                       MOVE TOC-PART2     TO TL-FILE(TL-IX)
                       MOVE TOC-PART1(4:) TO TL-NAME(TL-IX)
                       ADD 1 TO TL-PAGES
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *retired.lstの1行（"旧ページ 後継ページ"）を覚える
      *-------------------------------------*
       MAIN-016-ADD-RETIRED-LINE.
           IF RL-COUNT >= 2000
               DISPLAY "AUTOTOCEDIT: retired.lst exceeds 2000 "
                       "lines - cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RL-COUNT.
           MOVE WS-LIST-REC TO RL-TEXT(RL-COUNT).
           MOVE SPACE TO RL-OLD(RL-COUNT) RL-NEW(RL-COUNT).
           IF WS-LIST-REC NOT = SPACE
               AND WS-LIST-REC(1:1) NOT = "*"
               UNSTRING WS-LIST-REC DELIMITED BY ALL SPACE
                        INTO RL-OLD(RL-COUNT) RL-NEW(RL-COUNT)
           END-IF.
      *-------------------------------------*
      *対応表の1行（"日本語側 英語側"）を覚える
      *-------------------------------------*
       MAIN-017-ADD-PAIR-LINE.
           IF PL-COUNT >= 2000
               DISPLAY "AUTOTOCEDIT: pair file exceeds 2000 "
                       "lines - cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PL-COUNT.
           MOVE WS-LIST-REC TO PL-TEXT(PL-COUNT).
           MOVE SPACE TO PL-JA(PL-COUNT) PL-EN(PL-COUNT).
           IF WS-LIST-REC NOT = SPACE
               AND WS-LIST-REC(1:1) NOT = "*"
               UNSTRING WS-LIST-REC DELIMITED BY ALL SPACE
                        INTO PL-JA(PL-COUNT) PL-EN(PL-COUNT)
           END-IF.
      *-------------------------------------*
      *操作メニューの表示
      *-------------------------------------*
       MAIN-110-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "--- TOC maintenance ---".
           DISPLAY "1) show TOC".
           DISPLAY "2) add a page".
           DISPLAY "3) move a page".
           DISPLAY "4) rename a page title".
           DISPLAY "5) retire a page".
           DISPLAY "6) edit English pair".
           DISPLAY "7) undo last saved change".
           DISPLAY "0) quit".
           DISPLAY "choose: " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
      *-------------------------------------*
      *選択された操作の処理
      *-------------------------------------*
       MAIN-120-HANDLE-CHOICE.
           MOVE 'N' TO SW-TOC-CHANGED SW-RET-CHANGED
                       SW-PAIR-CHANGED SW-EXCL-CHANGED.
           MOVE SPACE TO WS-AUDIT-OP WS-AUDIT-DETAIL.
           EVALUATE WS-ANSWER(1:1)
             WHEN "0"
               MOVE 'Y' TO SW-DONE
             WHEN "1"
               PERFORM MAIN-200-SHOW-TOC
             WHEN "2"
               PERFORM MAIN-210-ADD-PAGE THRU MAIN-210-EXIT
             WHEN "3"
               PERFORM MAIN-220-MOVE-PAGE THRU MAIN-220-EXIT
             WHEN "4"
               PERFORM MAIN-230-RENAME-TITLE THRU MAIN-230-EXIT
             WHEN "5"
               PERFORM MAIN-240-RETIRE-PAGE THRU MAIN-240-EXIT
             WHEN "6"
               PERFORM MAIN-250-EDIT-PAIR THRU MAIN-250-EXIT
             WHEN "7"
               PERFORM MAIN-260-UNDO THRU MAIN-260-EXIT
             WHEN OTHER
               DISPLAY "AUTOTOCEDIT: unknown choice"
           END-EVALUATE.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *章・節・ページの一覧（AUTOMANUALが読むとおりに見せる）
      *ページには英語側の対応と除外リスト掲載を添える
      *-------------------------------------*
       MAIN-200-SHOW-TOC.
           DISPLAY " ".
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
               EVALUATE TL-KIND(TL-IX)
                 WHEN 'C'
                   DISPLAY "## " TL-NAME(TL-IX)(1:70)
                 WHEN 'S'
                   DISPLAY "   ### " TL-NAME(TL-IX)(1:66)
                 WHEN 'P'
                   MOVE TL-FILE(TL-IX) TO WS-PAGE-NAME
                   PERFORM MAIN-380-FIND-PAIR
                   PERFORM MAIN-390-FIND-EXCLUDE
                   MOVE SPACE TO WS-AUDIT-DETAIL
                   MOVE 1 TO WS-DETAIL-PTR
                   MOVE TL-NAME(TL-IX) TO WS-TRIM-IN
                   PERFORM MAIN-290-CALC-TRIM-LEN
                   STRING "       " DELIMITED BY SIZE
                          TL-NAME(TL-IX)(1:WS-TRIM-LEN)
                                    DELIMITED BY SIZE
                          " ("      DELIMITED BY SIZE
                          WS-PAGE-NAME DELIMITED BY SPACE
                          ")"       DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                          WITH POINTER WS-DETAIL-PTR
                   IF WS-PL-IX > 0
                       STRING " en=" DELIMITED BY SIZE
                              PL-EN(WS-PL-IX) DELIMITED BY SPACE
                              INTO WS-AUDIT-DETAIL
                              WITH POINTER WS-DETAIL-PTR
                   END-IF
                   IF WS-XL-IX > 0
                       STRING " [excluded]" DELIMITED BY SIZE
                              INTO WS-AUDIT-DETAIL
                              WITH POINTER WS-DETAIL-PTR
                   END-IF
                   DISPLAY WS-AUDIT-DETAIL(1:120)
               END-EVALUATE
           END-PERFORM.
           DISPLAY "(" TL-PAGES " pages)".
           MOVE SPACE TO WS-AUDIT-DETAIL.
      *-------------------------------------*
      *ページの追加（old/に実在し、まだTOCに無いページ）
      *退役済みのページは、retired.lstの行を外して復帰させる
      *-------------------------------------*
       MAIN-210-ADD-PAGE.
           DISPLAY "page to add (e.g. install.md): "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-PAGE-NAME.
           ACCEPT WS-PAGE-NAME.
           PERFORM MAIN-370-CHECK-PAGE-NAME.
           IF SW-VALID = 'N'
               GO TO MAIN-210-EXIT
           END-IF.
           IF TL-PAGES >= 2000
               DISPLAY "AUTOTOCEDIT: TOC already holds 2000 pages "
                       "(AUTOMANUAL limit)"
               GO TO MAIN-210-EXIT
           END-IF.
           PERFORM MAIN-300-FIND-TOC-PAGE.
           IF WS-SEL-LINE > 0
               DISPLAY "AUTOTOCEDIT: page is already in TOC.md"
               GO TO MAIN-210-EXIT
           END-IF.
           MOVE SPACE TO PROBE-FILE-PATH.
           STRING "old/"       DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO PROBE-FILE-PATH.
           PERFORM MAIN-360-PROBE-FILE.
           IF SW-FOUND = 'N'
               DISPLAY "AUTOTOCEDIT: page not found in old/ - "
                       WS-PAGE-NAME(1:60)
               GO TO MAIN-210-EXIT
           END-IF.
           PERFORM MAIN-385-FIND-RETIRED.
           IF WS-RL-IX > 0
               DISPLAY "AUTOTOCEDIT: page is retired to "
                       RL-NEW(WS-RL-IX)(1:60)
               DISPLAY "bring it back and drop the retired.lst "
                       "line? (y/n): " WITH NO ADVANCING
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) NOT = "y"
                   GO TO MAIN-210-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-375-ASK-TITLE.
           IF SW-VALID = 'N'
               GO TO MAIN-210-EXIT
           END-IF.
           PERFORM MAIN-320-PICK-TARGET THRU MAIN-320-EXIT.
           IF WS-TGT-LINE = 0
               GO TO MAIN-210-EXIT
           END-IF.
      *検証済み。ここから変更を組み立てる
           IF WS-RL-IX > 0
               MOVE WS-RL-IX TO WS-IX
               PERFORM MAIN-346-DELETE-RETIRED-LINE
               MOVE 'Y' TO SW-RET-CHANGED
           END-IF.
           PERFORM MAIN-390-FIND-EXCLUDE.
           IF WS-XL-IX > 0
               DISPLAY "AUTOTOCEDIT: page is on the exclude list "
                       "(published without navigation)"
               DISPLAY "remove it from exclude.lst? (y/n): "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) = "y"
                   PERFORM MAIN-347-DELETE-EXCLUDE-LINE
                   MOVE 'Y' TO SW-EXCL-CHANGED
               END-IF
           END-IF.
           PERFORM MAIN-330-FIND-INSERT-POINT.
           PERFORM MAIN-350-BUILD-PAGE-LINE.
           PERFORM MAIN-340-INSERT-LINE.
           MOVE 'Y' TO SW-TOC-CHANGED.
           MOVE "ADD" TO WS-AUDIT-OP.
           PERFORM MAIN-296-DETAIL-PAGE-TITLE.
           STRING " -> "       DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           PERFORM MAIN-297-DETAIL-TARGET.
           IF SW-RET-CHANGED = 'Y'
               STRING " (retired.lst line dropped)"
                                  DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
           IF SW-EXCL-CHANGED = 'Y'
               STRING " (exclude.lst line dropped)"
                                  DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
           PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT.
       MAIN-210-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ページの移動（別の章・節の末尾へ）
      *-------------------------------------*
       MAIN-220-MOVE-PAGE.
           PERFORM MAIN-305-ASK-TOC-PAGE THRU MAIN-305-EXIT.
           IF WS-SEL-LINE = 0
               GO TO MAIN-220-EXIT
           END-IF.
           MOVE WS-SEL-LINE TO WS-IX.
           PERFORM MAIN-295-LOCATE-BLOCK.
           DISPLAY "now under: " WS-BLK-CHAPTER(1:40) " / "
                   WS-BLK-SECTION(1:30).
           MOVE TL-NAME(WS-SEL-LINE) TO WS-TITLE.
           MOVE TL-TEXT(WS-SEL-LINE) TO WS-NEW-LINE.
           PERFORM MAIN-320-PICK-TARGET THRU MAIN-320-EXIT.
           IF WS-TGT-LINE = 0
               GO TO MAIN-220-EXIT
           END-IF.
           IF WS-TGT-LINE = WS-HEAD-LINE
               DISPLAY "AUTOTOCEDIT: page is already there"
               GO TO MAIN-220-EXIT
           END-IF.
           MOVE "MOVE" TO WS-AUDIT-OP.
           PERFORM MAIN-296-DETAIL-PAGE-TITLE.
           MOVE WS-BLK-CHAPTER TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           STRING " : "        DELIMITED BY SIZE
                  WS-BLK-CHAPTER(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           IF WS-BLK-SECTION NOT = SPACE
               MOVE WS-BLK-SECTION TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               STRING " / "    DELIMITED BY SIZE
                      WS-BLK-SECTION(1:WS-TRIM-LEN) DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
           STRING " -> "       DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           PERFORM MAIN-297-DETAIL-TARGET.
      *元の行を外してから、移動先の位置を数え直して入れる
           MOVE WS-SEL-LINE TO WS-IX.
           PERFORM MAIN-345-DELETE-LINE.
           IF WS-SEL-LINE < WS-TGT-LINE
               SUBTRACT 1 FROM WS-TGT-LINE
           END-IF.
           PERFORM MAIN-330-FIND-INSERT-POINT.
           PERFORM MAIN-340-INSERT-LINE.
           MOVE 'Y' TO SW-TOC-CHANGED.
           PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT.
       MAIN-220-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ページの見出しの変更
      *-------------------------------------*
       MAIN-230-RENAME-TITLE.
           PERFORM MAIN-305-ASK-TOC-PAGE THRU MAIN-305-EXIT.
           IF WS-SEL-LINE = 0
               GO TO MAIN-230-EXIT
           END-IF.
           DISPLAY "current title: " TL-NAME(WS-SEL-LINE)(1:60).
           PERFORM MAIN-375-ASK-TITLE.
           IF SW-VALID = 'N'
               GO TO MAIN-230-EXIT
           END-IF.
           IF WS-TITLE = TL-NAME(WS-SEL-LINE)
               DISPLAY "AUTOTOCEDIT: title unchanged"
               GO TO MAIN-230-EXIT
           END-IF.
           MOVE "RENAME" TO WS-AUDIT-OP.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.
           MOVE TL-NAME(WS-SEL-LINE) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           STRING WS-PAGE-NAME DELIMITED BY SPACE
                  " """        DELIMITED BY SIZE
                  TL-NAME(WS-SEL-LINE)(1:WS-TRIM-LEN)
                               DELIMITED BY SIZE
                  """ -> """   DELIMITED BY SIZE
                  WS-TITLE(1:WS-TITLE-LEN) DELIMITED BY SIZE
                  """"         DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           PERFORM MAIN-350-BUILD-PAGE-LINE.
           MOVE WS-NEW-LINE TO TL-TEXT(WS-SEL-LINE).
           MOVE WS-SEL-LINE TO TL-IX.
           SUBTRACT 1 FROM TL-PAGES.
           PERFORM MAIN-015-PARSE-TOC-LINE.
           MOVE 'Y' TO SW-TOC-CHANGED.
           PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT.
       MAIN-230-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ページの退役（後継ページを指定してretired.lstへ書く）
      *この退役ページを後継に指していた行は新しい後継へ付け替え、
      *対応表・除外リストの行は外す
      *-------------------------------------*
       MAIN-240-RETIRE-PAGE.
           PERFORM MAIN-305-ASK-TOC-PAGE THRU MAIN-305-EXIT.
           IF WS-SEL-LINE = 0
               GO TO MAIN-240-EXIT
           END-IF.
           PERFORM MAIN-385-FIND-RETIRED.
           IF WS-RL-IX > 0
               DISPLAY "AUTOTOCEDIT: retired.lst already retires "
                       "this page - fix retired.lst first"
               GO TO MAIN-240-EXIT
           END-IF.
           DISPLAY "successor page (in TOC.md): " WITH NO ADVANCING.
           MOVE SPACE TO WS-OTHER-NAME.
           ACCEPT WS-OTHER-NAME.
           IF WS-OTHER-NAME = SPACE
               DISPLAY "AUTOTOCEDIT: cancelled"
               GO TO MAIN-240-EXIT
           END-IF.
           IF WS-OTHER-NAME = WS-PAGE-NAME
               DISPLAY "AUTOTOCEDIT: a page cannot succeed itself"
               GO TO MAIN-240-EXIT
           END-IF.
           MOVE 0 TO WS-OTHER-LINE.
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
               IF TL-KIND(TL-IX) = 'P'
                   AND TL-FILE(TL-IX) = WS-OTHER-NAME
                   MOVE TL-IX TO WS-OTHER-LINE
               END-IF
           END-PERFORM.
           IF WS-OTHER-LINE = 0
               DISPLAY "AUTOTOCEDIT: successor is not in TOC.md - "
                       WS-OTHER-NAME(1:60)
               GO TO MAIN-240-EXIT
           END-IF.
           IF RL-COUNT >= 2000
               DISPLAY "AUTOTOCEDIT: retired.lst is full (2000)"
               GO TO MAIN-240-EXIT
           END-IF.
           PERFORM MAIN-245-WARN-INBOUND.
           IF WS-INB-HITS > 0
               DISPLAY "retire anyway? (y/n): " WITH NO ADVANCING
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) NOT = "y"
                   DISPLAY "AUTOTOCEDIT: cancelled"
                   GO TO MAIN-240-EXIT
               END-IF
           END-IF.
           MOVE "RETIRE" TO WS-AUDIT-OP.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.
           STRING WS-PAGE-NAME  DELIMITED BY SPACE
                  " -> "        DELIMITED BY SIZE
                  WS-OTHER-NAME DELIMITED BY SPACE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           MOVE WS-SEL-LINE TO WS-IX.
           PERFORM MAIN-345-DELETE-LINE.
           MOVE 'Y' TO SW-TOC-CHANGED.
           ADD 1 TO RL-COUNT.
           MOVE SPACE TO RL-TEXT(RL-COUNT).
           STRING WS-PAGE-NAME  DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  WS-OTHER-NAME DELIMITED BY SPACE
                  INTO RL-TEXT(RL-COUNT).
           MOVE WS-PAGE-NAME  TO RL-OLD(RL-COUNT).
           MOVE WS-OTHER-NAME TO RL-NEW(RL-COUNT).
           MOVE 'Y' TO SW-RET-CHANGED.
      *この退役ページを後継にしていた行（A→本ページ）は、転送が
      *二段にならないよう新しい後継へ付け替える
           MOVE 0 TO WS-REPOINTED.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > RL-COUNT
               IF RL-NEW(WS-IX) = WS-PAGE-NAME
                   MOVE WS-OTHER-NAME TO RL-NEW(WS-IX)
                   MOVE SPACE TO RL-TEXT(WS-IX)
                   STRING RL-OLD(WS-IX) DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          WS-OTHER-NAME DELIMITED BY SPACE
                          INTO RL-TEXT(WS-IX)
                   ADD 1 TO WS-REPOINTED
               END-IF
           END-PERFORM.
           IF WS-REPOINTED > 0
               MOVE WS-REPOINTED TO WS-REPOINTED-D
               STRING " (repointed " DELIMITED BY SIZE
                      WS-REPOINTED-D DELIMITED BY SIZE
                      " retired.lst lines)" DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
           PERFORM MAIN-380-FIND-PAIR.
           IF WS-PL-IX > 0
               STRING " (pair dropped: " DELIMITED BY SIZE
                      PL-EN(WS-PL-IX)    DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
               MOVE WS-PL-IX TO WS-IX
               PERFORM MAIN-348-DELETE-PAIR-LINE
               MOVE 'Y' TO SW-PAIR-CHANGED
           END-IF.
           PERFORM MAIN-390-FIND-EXCLUDE.
           IF WS-XL-IX > 0
               STRING " (exclude.lst line dropped)"
                                         DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
               PERFORM MAIN-347-DELETE-EXCLUDE-LINE
               MOVE 'Y' TO SW-EXCL-CHANGED
           END-IF.
           PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT.
       MAIN-240-EXIT.
           CONTINUE.
      *-------------------------------------*
      *退役するページへの他のマニュアルからのリンクを示す
      *（AUTOXREFの最終実行時点。一覧が無ければ何もしない）
      *-------------------------------------*
       MAIN-245-WARN-INBOUND.
           MOVE 0 TO WS-INB-HITS.
           MOVE SPACE TO WS-INB-KEY.
           STRING "old/"       DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO WS-INB-KEY.
           MOVE INBOUND-PATH TO PROBE-FILE-PATH.
           OPEN INPUT PROBEFILE.
           IF PROBE-STS = "00"
               PERFORM UNTIL PROBE-STS NOT = ZERO
                   MOVE SPACE TO PROBE-LINE
                   READ PROBEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM MAIN-246-CHECK-INBOUND-LINE
               END-PERFORM
               CLOSE PROBEFILE
           END-IF.
           IF WS-INB-HITS > 10
               DISPLAY "  ... " WS-INB-HITS " links in all (see "
                       "autoxref_inbound.lst)"
           END-IF.
           IF WS-INB-HITS > 0
               DISPLAY "AUTOTOCEDIT: tell those manuals' owners - "
                       "their links will reach the redirect stub"
           END-IF.
      *-------------------------------------*
       MAIN-246-CHECK-INBOUND-LINE.
           IF PROBE-LINE(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACE TO WS-INB-PAGE WS-INB-MANUAL
                             WS-INB-SOURCE WS-INB-LINE
               UNSTRING PROBE-LINE DELIMITED BY ALL SPACE
                        INTO WS-INB-PAGE WS-INB-MANUAL
                             WS-INB-SOURCE WS-INB-LINE
               IF WS-INB-PAGE = WS-INB-KEY
                   ADD 1 TO WS-INB-HITS
                   IF WS-INB-HITS = 1
                       DISPLAY "AUTOTOCEDIT: other manuals link to "
                               "this page:"
                   END-IF
                   IF WS-INB-HITS <= 10
                       MOVE SPACE TO WS-MSG
                       STRING "  "          DELIMITED BY SIZE
                              WS-INB-MANUAL DELIMITED BY SPACE
                              " "           DELIMITED BY SIZE
                              WS-INB-SOURCE DELIMITED BY SPACE
                              " line "      DELIMITED BY SIZE
                              WS-INB-LINE   DELIMITED BY SPACE
                              INTO WS-MSG
                       DISPLAY WS-MSG(1:120)
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *英語側対応の変更（"-"で対応を外す）
      *-------------------------------------*
       MAIN-250-EDIT-PAIR.
           IF PAIR-FILE-PATH = SPACE
               DISPLAY "AUTOTOCEDIT: PAIR-FILE is not set in "
                       "automanual.cfg - no English pairs to edit"
               GO TO MAIN-250-EXIT
           END-IF.
           PERFORM MAIN-305-ASK-TOC-PAGE THRU MAIN-305-EXIT.
           IF WS-SEL-LINE = 0
               GO TO MAIN-250-EXIT
           END-IF.
           PERFORM MAIN-380-FIND-PAIR.
           IF WS-PL-IX > 0
               DISPLAY "current English page: "
                       PL-EN(WS-PL-IX)(1:60)
           ELSE
               DISPLAY "current English page: (none)"
           END-IF.
           DISPLAY "English page in old_en/ (- to unpair): "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-OTHER-NAME.
           ACCEPT WS-OTHER-NAME.
           IF WS-OTHER-NAME = SPACE
               DISPLAY "AUTOTOCEDIT: cancelled"
               GO TO MAIN-250-EXIT
           END-IF.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.
           IF WS-OTHER-NAME = "-"
               IF WS-PL-IX = 0
                   DISPLAY "AUTOTOCEDIT: page is not paired"
                   GO TO MAIN-250-EXIT
               END-IF
               MOVE "UNPAIR" TO WS-AUDIT-OP
               STRING WS-PAGE-NAME    DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      PL-EN(WS-PL-IX) DELIMITED BY SPACE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
               MOVE WS-PL-IX TO WS-IX
               PERFORM MAIN-348-DELETE-PAIR-LINE
               MOVE 'Y' TO SW-PAIR-CHANGED
               PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT
               GO TO MAIN-250-EXIT
           END-IF.
           IF WS-PL-IX > 0
               IF PL-EN(WS-PL-IX) = WS-OTHER-NAME
                   DISPLAY "AUTOTOCEDIT: pair unchanged"
                   GO TO MAIN-250-EXIT
               END-IF
           END-IF.
      *英語側の名前の書式と実在、他のページとの二重対応の検査
           MOVE WS-PAGE-NAME TO WS-TITLE.
           MOVE WS-OTHER-NAME TO WS-PAGE-NAME.
           PERFORM MAIN-370-CHECK-PAGE-NAME.
           MOVE WS-TITLE TO WS-PAGE-NAME.
           IF SW-VALID = 'N'
               GO TO MAIN-250-EXIT
           END-IF.
           MOVE SPACE TO PROBE-FILE-PATH.
           STRING "old_en/"     DELIMITED BY SIZE
                  WS-OTHER-NAME DELIMITED BY SPACE
                  INTO PROBE-FILE-PATH.
           PERFORM MAIN-360-PROBE-FILE.
           IF SW-FOUND = 'N'
               DISPLAY "AUTOTOCEDIT: page not found in old_en/ - "
                       WS-OTHER-NAME(1:60)
               GO TO MAIN-250-EXIT
           END-IF.
           MOVE 0 TO WS-JX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > PL-COUNT
               IF PL-EN(WS-IX) = WS-OTHER-NAME
                   AND WS-IX NOT = WS-PL-IX
                   MOVE WS-IX TO WS-JX
               END-IF
           END-PERFORM.
           IF WS-JX > 0
               DISPLAY "AUTOTOCEDIT: already paired with "
                       PL-JA(WS-JX)(1:60)
               GO TO MAIN-250-EXIT
           END-IF.
           MOVE "PAIR" TO WS-AUDIT-OP.
           STRING WS-PAGE-NAME  DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  WS-OTHER-NAME DELIMITED BY SPACE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           IF WS-PL-IX > 0
               STRING " (was "        DELIMITED BY SIZE
                      PL-EN(WS-PL-IX) DELIMITED BY SPACE
                      ")"             DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           ELSE
               IF PL-COUNT >= 2000
                   DISPLAY "AUTOTOCEDIT: pair file is full (2000)"
                   GO TO MAIN-250-EXIT
               END-IF
               ADD 1 TO PL-COUNT
               MOVE PL-COUNT TO WS-PL-IX
               MOVE WS-PAGE-NAME TO PL-JA(WS-PL-IX)
           END-IF.
           MOVE WS-OTHER-NAME TO PL-EN(WS-PL-IX).
           MOVE SPACE TO PL-TEXT(WS-PL-IX).
           STRING PL-JA(WS-PL-IX) DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  PL-EN(WS-PL-IX) DELIMITED BY SPACE
                  INTO PL-TEXT(WS-PL-IX).
           MOVE 'Y' TO SW-PAIR-CHANGED.
           PERFORM MAIN-400-SAVE-CHANGE THRU MAIN-400-EXIT.
       MAIN-250-EXIT.
           CONTINUE.
      *-------------------------------------*
      *直前に保存した変更の取消し（前イメージを書き戻す。1回限り）
      *-------------------------------------*
       MAIN-260-UNDO.
           MOVE SPACE TO UNDO-HEADER.
           MOVE 0 TO UF-COUNT.
           OPEN INPUT UNDOFILE.
           IF UNDO-STS NOT = "00"
               DISPLAY "AUTOTOCEDIT: nothing to undo"
               GO TO MAIN-260-EXIT
           END-IF.
           PERFORM UNTIL UNDO-STS NOT = ZERO
               READ UNDOFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE UNDO-LINE TO UNDO-REC
                    MOVE SPACE TO UNDO-KEY UNDO-FILE UNDO-STATE
                    UNSTRING UNDO-REC DELIMITED BY ALL SPACE
                             INTO UNDO-KEY UNDO-FILE UNDO-STATE
                    IF UNDO-KEY = "FILE" AND UF-COUNT < 4
                        ADD 1 TO UF-COUNT
                        MOVE UNDO-FILE  TO UF-PATH(UF-COUNT)
                        MOVE UNDO-STATE TO UF-STATE(UF-COUNT)
                    ELSE
                        IF UNDO-KEY = "CHANGE"
                            MOVE UNDO-REC(8:) TO UNDO-HEADER
                        END-IF
                    END-IF
           END-PERFORM.
           CLOSE UNDOFILE.
           IF UF-COUNT = 0
               DISPLAY "AUTOTOCEDIT: nothing to undo"
               GO TO MAIN-260-EXIT
           END-IF.
           DISPLAY "last change: " UNDO-HEADER(1:100).
           DISPLAY "(hand edits made to those files since then "
                   "are lost)".
           DISPLAY "undo it? (y/n): " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) NOT = "y"
               DISPLAY "AUTOTOCEDIT: cancelled"
               GO TO MAIN-260-EXIT
           END-IF.
           PERFORM MAIN-410-TAKE-LOCK THRU MAIN-410-EXIT.
           IF SW-LOCK-HELD = 'N'
               GO TO MAIN-260-EXIT
           END-IF.
           MOVE 0 TO WS-COPY-FAILED.
           PERFORM VARYING UF-IX FROM 1 BY 1 UNTIL UF-IX > UF-COUNT
               MOVE UF-PATH(UF-IX) TO WS-DST-PATH
               PERFORM MAIN-428-BEFORE-IMAGE-PATH
               IF UF-STATE(UF-IX) = "EXISTS"
                   CALL "CBL_COPY_FILE" USING WS-SRC-PATH
                                              WS-DST-PATH
                   MOVE RETURN-CODE TO WS-COPY-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-COPY-RC NOT = 0
                       ADD 1 TO WS-COPY-FAILED
                       DISPLAY "AUTOTOCEDIT: WARNING cannot restore "
                               WS-DST-PATH(1:60)
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-DST-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM.
      *前イメージが1つでも戻せなければ、取消しの記録は残して再試行
      *できるようにする
           IF WS-COPY-FAILED = 0
               PERFORM VARYING UF-IX FROM 1 BY 1
                         UNTIL UF-IX > UF-COUNT
                   MOVE UF-PATH(UF-IX) TO WS-DST-PATH
                   PERFORM MAIN-428-BEFORE-IMAGE-PATH
                   CALL "CBL_DELETE_FILE" USING WS-SRC-PATH
                   MOVE 0 TO RETURN-CODE
               END-PERFORM
               CALL "CBL_DELETE_FILE" USING UNDO-PATH
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE "UNDO" TO WS-AUDIT-OP.
           MOVE UNDO-HEADER TO WS-AUDIT-DETAIL.
           IF WS-COPY-FAILED > 0
               MOVE "UNDO-ERR" TO WS-AUDIT-OP
           END-IF.
           PERFORM MAIN-440-WRITE-AUDIT.
           PERFORM MAIN-415-RELEASE-LOCK.
           PERFORM MAIN-010-LOAD-FILES.
           IF WS-COPY-FAILED = 0
               DISPLAY "AUTOTOCEDIT: undone - " UNDO-HEADER(1:60)
           END-IF.
       MAIN-260-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
      *ページ行（WS-IX）の属する章・節と見出し行の位置
      *WS-HEAD-LINEは直前の節見出し、節が無ければ章見出し
      *-------------------------------------*
       MAIN-295-LOCATE-BLOCK.
           MOVE SPACE TO WS-BLK-CHAPTER WS-BLK-SECTION.
           MOVE 0 TO WS-HEAD-LINE.
           MOVE WS-IX TO WS-JX.
           PERFORM UNTIL WS-JX = 0 OR WS-BLK-CHAPTER NOT = SPACE
               IF TL-KIND(WS-JX) = 'S' AND WS-HEAD-LINE = 0
                   MOVE TL-NAME(WS-JX) TO WS-BLK-SECTION
                   MOVE WS-JX TO WS-HEAD-LINE
               END-IF
               IF TL-KIND(WS-JX) = 'C'
                   MOVE TL-NAME(WS-JX) TO WS-BLK-CHAPTER
                   IF WS-HEAD-LINE = 0
                       MOVE WS-JX TO WS-HEAD-LINE
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-JX
           END-PERFORM.
      *-------------------------------------*
      *監査内容の書き出し: ページ名と見出し
      *-------------------------------------*
       MAIN-296-DETAIL-PAGE-TITLE.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.
           MOVE WS-TITLE TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           STRING WS-PAGE-NAME DELIMITED BY SPACE
                  " """        DELIMITED BY SIZE
                  WS-TITLE(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  """"         DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
      *-------------------------------------*
      *監査内容の書き出し: 移動先の章・節
      *-------------------------------------*
       MAIN-297-DETAIL-TARGET.
           MOVE TL-NAME(WS-TGT-CHAP-LINE) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           STRING TL-NAME(WS-TGT-CHAP-LINE)(1:WS-TRIM-LEN)
                               DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR.
           IF WS-TGT-LINE NOT = WS-TGT-CHAP-LINE
               MOVE TL-NAME(WS-TGT-LINE) TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               STRING " / "    DELIMITED BY SIZE
                      TL-NAME(WS-TGT-LINE)(1:WS-TRIM-LEN)
                               DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
      *-------------------------------------*
      *TOC.mdに載っているページの位置（無ければ0）
      *-------------------------------------*
       MAIN-300-FIND-TOC-PAGE.
           MOVE 0 TO WS-SEL-LINE.
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
               IF TL-KIND(TL-IX) = 'P'
                   AND TL-FILE(TL-IX) = WS-PAGE-NAME
                   AND WS-SEL-LINE = 0
                   MOVE TL-IX TO WS-SEL-LINE
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *操作するページ名を聞き、TOC.mdにあることを確かめる
      *-------------------------------------*
       MAIN-305-ASK-TOC-PAGE.
           MOVE 0 TO WS-SEL-LINE.
           DISPLAY "page name (e.g. install.md): " WITH NO ADVANCING.
           MOVE SPACE TO WS-PAGE-NAME.
           ACCEPT WS-PAGE-NAME.
           IF WS-PAGE-NAME = SPACE
               DISPLAY "AUTOTOCEDIT: no page given"
               GO TO MAIN-305-EXIT
           END-IF.
           PERFORM MAIN-300-FIND-TOC-PAGE.
           IF WS-SEL-LINE = 0
               DISPLAY "AUTOTOCEDIT: page is not in TOC.md - "
                       WS-PAGE-NAME(1:60)
           END-IF.
       MAIN-305-EXIT.
           CONTINUE.
      *-------------------------------------*
      *一覧を番号付きで見せ、番号で選ばせる（0で取り消し）
      *-------------------------------------*
       MAIN-310-PICK-FROM-LIST.
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                     UNTIL NAME-IDX > NAME-COUNT
               MOVE 0 TO WS-PICK
               SET WS-PICK TO NAME-IDX
               DISPLAY WS-PICK ") " NAME-ENTRY(NAME-IDX)(1:60)
           END-PERFORM.
           DISPLAY "pick number (0 to cancel): " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           MOVE 0 TO WS-PICK.
           IF WS-ANSWER(1:3) NUMERIC
               MOVE WS-ANSWER(1:3) TO WS-PICK
           ELSE
               IF WS-ANSWER(1:2) NUMERIC AND WS-ANSWER(3:1) = SPACE
                   MOVE WS-ANSWER(1:2) TO WS-PICK(2:2)
                   MOVE 0 TO WS-PICK(1:1)
               ELSE
                   IF WS-ANSWER(1:1) NUMERIC
                       AND WS-ANSWER(2:1) = SPACE
                       MOVE WS-ANSWER(1:1) TO WS-PICK(3:1)
                       MOVE "00" TO WS-PICK(1:2)
                   END-IF
               END-IF
           END-IF.
           IF WS-PICK > NAME-COUNT
               DISPLAY "AUTOTOCEDIT: no such entry"
               MOVE 0 TO WS-PICK
           END-IF.
      *-------------------------------------*
      *移動先・追加先の章と節を番号で選ばせる
      *WS-TGT-LINEは選んだ節の見出し行（節を選ばなければ章見出し
      *行）。取り消したときは0
      *-------------------------------------*
       MAIN-320-PICK-TARGET.
           MOVE 0 TO WS-TGT-LINE WS-TGT-CHAP-LINE NAME-COUNT.
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
               IF TL-KIND(TL-IX) = 'C' AND NAME-COUNT < 200
                   ADD 1 TO NAME-COUNT
                   MOVE TL-NAME(TL-IX) TO NAME-ENTRY(NAME-COUNT)
                   MOVE TL-IX TO NAME-LINE(NAME-COUNT)
               END-IF
           END-PERFORM.
           IF NAME-COUNT = 0
               DISPLAY "AUTOTOCEDIT: no chapters found in TOC.md"
               GO TO MAIN-320-EXIT
           END-IF.
           DISPLAY "chapter:".
           PERFORM MAIN-310-PICK-FROM-LIST.
           IF WS-PICK = 0
               GO TO MAIN-320-EXIT
           END-IF.
           MOVE NAME-LINE(WS-PICK) TO WS-TGT-CHAP-LINE.
      *その章の節（次の章見出しまで）。節が無ければ章の直下に置く
           MOVE 1 TO NAME-COUNT.
           MOVE "(none - directly under the chapter)"
                TO NAME-ENTRY(1).
           MOVE WS-TGT-CHAP-LINE TO NAME-LINE(1).
           MOVE WS-TGT-CHAP-LINE TO TL-IX.
           ADD 1 TO TL-IX.
           PERFORM UNTIL TL-IX > TL-COUNT OR TL-KIND(TL-IX) = 'C'
               IF TL-KIND(TL-IX) = 'S' AND NAME-COUNT < 200
                   ADD 1 TO NAME-COUNT
                   MOVE TL-NAME(TL-IX) TO NAME-ENTRY(NAME-COUNT)
                   MOVE TL-IX TO NAME-LINE(NAME-COUNT)
               END-IF
               ADD 1 TO TL-IX
           END-PERFORM.
           IF NAME-COUNT = 1
               MOVE WS-TGT-CHAP-LINE TO WS-TGT-LINE
               GO TO MAIN-320-EXIT
           END-IF.
           DISPLAY "section:".
           PERFORM MAIN-310-PICK-FROM-LIST.
           IF WS-PICK = 0
               MOVE 0 TO WS-TGT-CHAP-LINE
               GO TO MAIN-320-EXIT
           END-IF.
           MOVE NAME-LINE(WS-PICK) TO WS-TGT-LINE.
       MAIN-320-EXIT.
           CONTINUE.
      *-------------------------------------*
      *見出し行（WS-TGT-LINE）の配下の最後のページ行の次を挿入位置
      *にする（次の章・節の見出しまで。ページが無ければ見出しの次）
      *-------------------------------------*
       MAIN-330-FIND-INSERT-POINT.
           MOVE WS-TGT-LINE TO WS-INS-AFTER.
           MOVE WS-TGT-LINE TO TL-IX.
           ADD 1 TO TL-IX.
           PERFORM UNTIL TL-IX > TL-COUNT
                         OR TL-KIND(TL-IX) = 'C'
                         OR TL-KIND(TL-IX) = 'S'
               IF TL-KIND(TL-IX) = 'P'
                   MOVE TL-IX TO WS-INS-AFTER
               END-IF
               ADD 1 TO TL-IX
           END-PERFORM.
      *-------------------------------------*
      *WS-NEW-LINEをWS-INS-AFTERの次の行として挿入する
      *-------------------------------------*
       MAIN-340-INSERT-LINE.
           IF TL-COUNT >= 3000
               DISPLAY "AUTOTOCEDIT: TOC.md exceeds 3000 lines - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TL-COUNT TO WS-JX.
           PERFORM UNTIL WS-JX = WS-INS-AFTER
               MOVE TL-ENTRY(WS-JX) TO TL-ENTRY(WS-JX + 1)
               SUBTRACT 1 FROM WS-JX
           END-PERFORM.
           ADD 1 TO TL-COUNT.
           COMPUTE TL-IX = WS-INS-AFTER + 1.
           MOVE WS-NEW-LINE TO TL-TEXT(TL-IX).
           PERFORM MAIN-015-PARSE-TOC-LINE.
      *-------------------------------------*
      *TOC.mdの行（WS-IX）を外す
      *-------------------------------------*
       MAIN-345-DELETE-LINE.
           IF TL-KIND(WS-IX) = 'P'
               SUBTRACT 1 FROM TL-PAGES
           END-IF.
           PERFORM VARYING WS-JX FROM WS-IX BY 1
                     UNTIL WS-JX >= TL-COUNT
               MOVE TL-ENTRY(WS-JX + 1) TO TL-ENTRY(WS-JX)
           END-PERFORM.
           SUBTRACT 1 FROM TL-COUNT.
      *-------------------------------------*
      *retired.lstの行（WS-IX）を外す
      *-------------------------------------*
       MAIN-346-DELETE-RETIRED-LINE.
           PERFORM VARYING WS-JX FROM WS-IX BY 1
                     UNTIL WS-JX >= RL-COUNT
               MOVE RL-ENTRY(WS-JX + 1) TO RL-ENTRY(WS-JX)
           END-PERFORM.
           SUBTRACT 1 FROM RL-COUNT.
      *-------------------------------------*
      *除外リストの行（WS-XL-IX）を外す
      *-------------------------------------*
       MAIN-347-DELETE-EXCLUDE-LINE.
           PERFORM VARYING WS-JX FROM WS-XL-IX BY 1
                     UNTIL WS-JX >= XL-COUNT
               MOVE XL-TEXT(WS-JX + 1) TO XL-TEXT(WS-JX)
           END-PERFORM.
           SUBTRACT 1 FROM XL-COUNT.
      *-------------------------------------*
      *対応表の行（WS-IX）を外す
      *-------------------------------------*
       MAIN-348-DELETE-PAIR-LINE.
           PERFORM VARYING WS-JX FROM WS-IX BY 1
                     UNTIL WS-JX >= PL-COUNT
               MOVE PL-ENTRY(WS-JX + 1) TO PL-ENTRY(WS-JX)
           END-PERFORM.
           SUBTRACT 1 FROM PL-COUNT.
      *-------------------------------------*
      *ページ行"- [見出し](ページ名)"の組み立て
      *-------------------------------------*
       MAIN-350-BUILD-PAGE-LINE.
           MOVE WS-TITLE TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-TITLE-LEN.
           MOVE SPACE TO WS-NEW-LINE.
           STRING "- ["        DELIMITED BY SIZE
                  WS-TITLE(1:WS-TITLE-LEN) DELIMITED BY SIZE
                  "]("         DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  ")"          DELIMITED BY SIZE
                  INTO WS-NEW-LINE.
      *-------------------------------------*
      *ファイルの実在確認（PROBE-FILE-PATH）
      *-------------------------------------*
       MAIN-360-PROBE-FILE.
           MOVE 'N' TO SW-FOUND.
           OPEN INPUT PROBEFILE.
           IF PROBE-STS = "00"
               CLOSE PROBEFILE
               MOVE 'Y' TO SW-FOUND
           END-IF.
      *-------------------------------------*
      *ページ名の書式の検査（空白を含まない.mdのパス）
      *-------------------------------------*
       MAIN-370-CHECK-PAGE-NAME.
           MOVE 'N' TO SW-VALID.
           IF WS-PAGE-NAME = SPACE
               DISPLAY "AUTOTOCEDIT: no page given"
           ELSE
               MOVE WS-PAGE-NAME TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-NAME-LEN
               MOVE 0 TO WS-TALLY
               INSPECT WS-PAGE-NAME(1:WS-NAME-LEN)
                       TALLYING WS-TALLY FOR ALL SPACE
                                WS-TALLY FOR ALL "("
                                WS-TALLY FOR ALL ")"
               EVALUATE TRUE
                 WHEN WS-TALLY > 0
                   DISPLAY "AUTOTOCEDIT: page name must not contain "
                           "spaces or parentheses"
                 WHEN WS-NAME-LEN < 4
                   DISPLAY "AUTOTOCEDIT: page name must end in .md"
                 WHEN WS-PAGE-NAME(WS-NAME-LEN - 2:3) NOT = ".md"
                   DISPLAY "AUTOTOCEDIT: page name must end in .md"
                 WHEN WS-PAGE-NAME(1:1) = "/"
                   DISPLAY "AUTOTOCEDIT: page name is relative to "
                           "the source tree (no leading /)"
                 WHEN WS-PAGE-NAME = "TOC.md"
                   DISPLAY "AUTOTOCEDIT: TOC.md cannot be listed in "
                           "itself"
                 WHEN OTHER
                   MOVE 'Y' TO SW-VALID
               END-EVALUATE
           END-IF.
      *-------------------------------------*
      *見出しの入力と検査（空でなく、"]("を含まない）
      *-------------------------------------*
       MAIN-375-ASK-TITLE.
           MOVE 'N' TO SW-VALID.
           DISPLAY "title: " WITH NO ADVANCING.
           MOVE SPACE TO WS-TITLE.
           ACCEPT WS-TITLE.
           IF WS-TITLE = SPACE
               DISPLAY "AUTOTOCEDIT: no title given"
           ELSE
               MOVE WS-TITLE TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               MOVE WS-TRIM-LEN TO WS-TITLE-LEN
               MOVE 0 TO WS-TALLY
               INSPECT WS-TITLE(1:WS-TITLE-LEN)
                       TALLYING WS-TALLY FOR ALL "]("
               IF WS-TALLY > 0
                   DISPLAY "AUTOTOCEDIT: title must not contain ]("
               ELSE
                   IF WS-TITLE-LEN > 200
                       DISPLAY "AUTOTOCEDIT: title longer than 200 "
                               "characters"
                   ELSE
                       MOVE 'Y' TO SW-VALID
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *ページ（WS-PAGE-NAME）の対応表の行（無ければ0）
      *-------------------------------------*
       MAIN-380-FIND-PAIR.
           MOVE 0 TO WS-PL-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > PL-COUNT
               IF PL-JA(WS-IX) = WS-PAGE-NAME AND WS-PL-IX = 0
                   MOVE WS-IX TO WS-PL-IX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *ページ（WS-PAGE-NAME）を退役させているretired.lstの行
      *-------------------------------------*
       MAIN-385-FIND-RETIRED.
           MOVE 0 TO WS-RL-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > RL-COUNT
               IF RL-OLD(WS-IX) = WS-PAGE-NAME AND WS-RL-IX = 0
                   MOVE WS-IX TO WS-RL-IX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *ページ（WS-PAGE-NAME）の除外リストの行
      *-------------------------------------*
       MAIN-390-FIND-EXCLUDE.
           MOVE 0 TO WS-XL-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > XL-COUNT
               IF XL-TEXT(WS-IX) = WS-PAGE-NAME AND WS-XL-IX = 0
                   MOVE WS-IX TO WS-XL-IX
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *変更の保存
      *確認のうえ実行ロックを取り、変更するファイルの前イメージ
      *（<ファイル>.undo）と取消し記録を残してから、変更した
      *ファイルをまとめて書き直し、監査ログへ追記する。
      *保存しないときは読み直して変更を捨てる
      *-------------------------------------*
       MAIN-400-SAVE-CHANGE.
           MOVE SPACE TO WS-MSG.
           STRING "change: "      DELIMITED BY SIZE
                  WS-AUDIT-OP     DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-AUDIT-DETAIL DELIMITED BY SIZE
                  INTO WS-MSG.
           DISPLAY WS-MSG(1:120).
           DISPLAY "save? (y/n): " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) NOT = "y"
               DISPLAY "AUTOTOCEDIT: change discarded"
               PERFORM MAIN-010-LOAD-FILES
               GO TO MAIN-400-EXIT
           END-IF.
           PERFORM MAIN-410-TAKE-LOCK THRU MAIN-410-EXIT.
           IF SW-LOCK-HELD = 'N'
               DISPLAY "AUTOTOCEDIT: change discarded"
               PERFORM MAIN-010-LOAD-FILES
               GO TO MAIN-400-EXIT
           END-IF.
           PERFORM MAIN-420-WRITE-BEFORE-IMAGES THRU MAIN-420-EXIT.
           IF WS-COPY-FAILED > 0
               DISPLAY "AUTOTOCEDIT: cannot keep before-image - "
                       "change discarded"
               PERFORM MAIN-415-RELEASE-LOCK
               PERFORM MAIN-010-LOAD-FILES
               GO TO MAIN-400-EXIT
           END-IF.
           IF SW-TOC-CHANGED = 'Y'
               OPEN OUTPUT TOCFILE
               PERFORM VARYING TL-IX FROM 1 BY 1
                         UNTIL TL-IX > TL-COUNT
                   MOVE TL-TEXT(TL-IX) TO TOC-LINE
                   WRITE TOC-LINE
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
           IF SW-RET-CHANGED = 'Y'
               OPEN OUTPUT RETIREDFILE
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > RL-COUNT
                   MOVE RL-TEXT(WS-IX) TO RETIRED-LINE
                   WRITE RETIRED-LINE
               END-PERFORM
               CLOSE RETIREDFILE
           END-IF.
           IF SW-PAIR-CHANGED = 'Y'
               OPEN OUTPUT PAIRFILE
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > PL-COUNT
                   MOVE PL-TEXT(WS-IX) TO PAIR-LINE
                   WRITE PAIR-LINE
               END-PERFORM
               CLOSE PAIRFILE
           END-IF.
           IF SW-EXCL-CHANGED = 'Y'
               OPEN OUTPUT EXCLFILE
               PERFORM VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > XL-COUNT
                   MOVE XL-TEXT(WS-IX) TO EXCL-LINE
                   WRITE EXCL-LINE
               END-PERFORM
               CLOSE EXCLFILE
           END-IF.
           PERFORM MAIN-440-WRITE-AUDIT.
           PERFORM MAIN-415-RELEASE-LOCK.
           MOVE 'N' TO SW-TOC-CHANGED SW-RET-CHANGED
                       SW-PAIR-CHANGED SW-EXCL-CHANGED.
           DISPLAY "AUTOTOCEDIT: saved (7 undoes it)".
       MAIN-400-EXIT.
           CONTINUE.
      *-------------------------------------*
      *実行ロックの獲得（AUTOMANUAL等の実行中は保存しない）
      *-------------------------------------*
       MAIN-410-TAKE-LOCK.
           MOVE 'N' TO SW-LOCK-HELD.
           MOVE SPACE TO LOCK-LINE.
           OPEN INPUT LOCKFILE.
           IF LOCK-STS = "00"
               READ LOCKFILE NEXT
                 AT END
                    MOVE SPACE TO LOCK-LINE
               END-READ
               CLOSE LOCKFILE
               IF LOCK-LINE NOT = SPACE
                   DISPLAY "AUTOTOCEDIT: another run is active ("
                           LOCK-LINE(1:40) ") - not saved. "
                           "Clear automanual.lock if that run died."
                   GO TO MAIN-410-EXIT
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO WS-RUN-STAMP.
           STRING WS-RUN-DATE      DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-STAMP.
           OPEN OUTPUT LOCKFILE.
           MOVE SPACE TO LOCK-LINE.
           STRING "AUTOTOCEDIT " DELIMITED BY SIZE
                  WS-RUN-STAMP   DELIMITED BY SIZE
                  INTO LOCK-LINE.
           WRITE LOCK-LINE.
           CLOSE LOCKFILE.
           MOVE 'Y' TO SW-LOCK-HELD.
       MAIN-410-EXIT.
           CONTINUE.
      *-------------------------------------*
      *実行ロックの解放
      *-------------------------------------*
       MAIN-415-RELEASE-LOCK.
           OPEN OUTPUT LOCKFILE.
           MOVE SPACE TO LOCK-LINE.
           WRITE LOCK-LINE.
           CLOSE LOCKFILE.
           MOVE 'N' TO SW-LOCK-HELD.
      *-------------------------------------*
      *前イメージと取消し記録の書き出し
      *取消し記録: "CHANGE 日時 操作者 操作 内容"の1行と、変更する
      *ファイルごとの"FILE パス EXISTS|ABSENT"（ABSENTは変更前に
      *ファイルが無かったことを示し、取消しでは削除する）
      *-------------------------------------*
       MAIN-420-WRITE-BEFORE-IMAGES.
           MOVE 0 TO WS-COPY-FAILED.
      *前の変更の前イメージは、この変更で取り消せなくなるので消す
           MOVE TOC-PATH TO WS-DST-PATH.
           PERFORM MAIN-429-DROP-BEFORE-IMAGE.
           MOVE RETIRED-PATH TO WS-DST-PATH.
           PERFORM MAIN-429-DROP-BEFORE-IMAGE.
           IF PAIR-FILE-PATH NOT = SPACE
               MOVE PAIR-FILE-PATH TO WS-DST-PATH
               PERFORM MAIN-429-DROP-BEFORE-IMAGE
           END-IF.
           MOVE EXCLUDE-PATH TO WS-DST-PATH.
           PERFORM MAIN-429-DROP-BEFORE-IMAGE.
           OPEN OUTPUT UNDOFILE.
           IF UNDO-STS NOT = "00"
               MOVE 1 TO WS-COPY-FAILED
               GO TO MAIN-420-EXIT
           END-IF.
           MOVE SPACE TO UNDO-LINE.
           STRING "CHANGE "       DELIMITED BY SIZE
                  WS-RUN-STAMP    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-OPERATOR     DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-AUDIT-OP     DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-AUDIT-DETAIL DELIMITED BY SIZE
                  INTO UNDO-LINE.
           WRITE UNDO-LINE.
           IF SW-TOC-CHANGED = 'Y'
               MOVE TOC-PATH TO WS-DST-PATH
               PERFORM MAIN-425-COPY-BEFORE-IMAGE
           END-IF.
           IF SW-RET-CHANGED = 'Y'
               MOVE RETIRED-PATH TO WS-DST-PATH
               PERFORM MAIN-425-COPY-BEFORE-IMAGE
           END-IF.
           IF SW-PAIR-CHANGED = 'Y'
               MOVE PAIR-FILE-PATH TO WS-DST-PATH
               PERFORM MAIN-425-COPY-BEFORE-IMAGE
           END-IF.
           IF SW-EXCL-CHANGED = 'Y'
               MOVE EXCLUDE-PATH TO WS-DST-PATH
               PERFORM MAIN-425-COPY-BEFORE-IMAGE
           END-IF.
           CLOSE UNDOFILE.
      *前イメージを残せなかったときは、取消し記録も残さない
           IF WS-COPY-FAILED > 0
               CALL "CBL_DELETE_FILE" USING UNDO-PATH
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-420-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1ファイル（WS-DST-PATH）の前イメージを<パス>.undoへ写す
      *-------------------------------------*
       MAIN-425-COPY-BEFORE-IMAGE.
           PERFORM MAIN-428-BEFORE-IMAGE-PATH.
           MOVE WS-DST-PATH TO PROBE-FILE-PATH.
           PERFORM MAIN-360-PROBE-FILE.
           MOVE SPACE TO UNDO-LINE.
           IF SW-FOUND = 'Y'
               CALL "CBL_COPY_FILE" USING WS-DST-PATH WS-SRC-PATH
               MOVE RETURN-CODE TO WS-COPY-RC
               MOVE 0 TO RETURN-CODE
               IF WS-COPY-RC NOT = 0
                   ADD 1 TO WS-COPY-FAILED
               END-IF
               STRING "FILE "     DELIMITED BY SIZE
                      WS-DST-PATH DELIMITED BY SPACE
                      " EXISTS"   DELIMITED BY SIZE
                      INTO UNDO-LINE
           ELSE
               STRING "FILE "     DELIMITED BY SIZE
                      WS-DST-PATH DELIMITED BY SPACE
                      " ABSENT"   DELIMITED BY SIZE
                      INTO UNDO-LINE
           END-IF.
           WRITE UNDO-LINE.
      *-------------------------------------*
      *前イメージのパス（WS-DST-PATHの後ろに.undo）をWS-SRC-PATHへ
      *-------------------------------------*
       MAIN-428-BEFORE-IMAGE-PATH.
           MOVE SPACE TO WS-SRC-PATH.
           STRING WS-DST-PATH DELIMITED BY SPACE
                  ".undo"     DELIMITED BY SIZE
                  INTO WS-SRC-PATH.
      *-------------------------------------*
       MAIN-429-DROP-BEFORE-IMAGE.
           PERFORM MAIN-428-BEFORE-IMAGE-PATH.
           CALL "CBL_DELETE_FILE" USING WS-SRC-PATH.
           MOVE 0 TO RETURN-CODE.
      *-------------------------------------*
      *監査ログへの追記（"日時 操作者 操作 内容"。日時は保存・
      *取消しでロックを取ったときのもの）
      *-------------------------------------*
       MAIN-440-WRITE-AUDIT.
           OPEN EXTEND AUDITFILE.
      *状態05は「無かったので作った」。初回の追記として正常
           IF AUD-STS NOT = "00" AND AUD-STS NOT = "05"
               DISPLAY "AUTOTOCEDIT: WARNING cannot write audit log"
           ELSE
               MOVE SPACE TO AUDIT-LINE
               STRING WS-RUN-STAMP    DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-OPERATOR     DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      WS-AUDIT-OP     DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      WS-AUDIT-DETAIL DELIMITED BY SIZE
                      INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDITFILE
           END-IF.
