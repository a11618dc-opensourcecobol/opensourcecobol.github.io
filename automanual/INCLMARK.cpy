      *-------------------------------------*
      *INCLMARK
      *本文の差し込み指定（共通部品の取り込み）
      *  <!--include 部品のパス-->
      *パスはページと同じ変換元ツリー（old/・old_en/）からの相対で
      *書く（例 <!--include common/setup_note.md-->）。指定は行頭
      *から1行で書き、部品の中にも書いてよい（8段まで）。
      *AUTOMANUALが公開時に展開し、ページごとに使った部品と
      *そのチェックサムを台帳へ「ページ>部品」の行で記録する。
      *使用箇所の一覧と欠落・循環の点検はAUTOINCLが行う
      *-------------------------------------*
       78  INCL-MARK                VALUE "<!--include ".
       78  INCL-MAX-DEPTH           VALUE 8.
      *差し込み指定1行の解析結果
      *SW-INCL-DIRECTIVEは'Y'（指定）・'M'（書式の誤り）・'N'
       01  INCL-LINE                PIC X(300).
       01  INCL-LEN                 PIC 9(03) COMP.
       01  INCL-TARGET              PIC X(250).
       01  INCL-EXTRA               PIC X(250).
       01  SW-INCL-DIRECTIVE        PIC X       VALUE 'N'.
      *展開の起点（部品を探すツリーと、循環の検出に使うページ）
       01  INCL-TREE                PIC X(10).
       01  INCL-ROOT                PIC X(256).
       01  INCL-FILE-PATH           PIC X(256).
       01  INCL-ERROR               PIC X(30).
       01  SW-INCL-LOOP             PIC X       VALUE 'N'.
      *展開中の部品の入れ子（部品ごとに読んだ行数とチェックサム）
      *部品ファイルは1本で開閉し、入れ子から戻るときは読んだ行数
      *だけ読み飛ばして続きを読む
       01  INCS-TABLE.
           05  INCS-ENTRY           OCCURS 8 TIMES.
               10  INCS-PATH        PIC X(256).
               10  INCS-POS         PIC 9(07) COMP.
               10  INCS-SUM         PIC 9(12) COMP.
               10  INCS-WEIGHT      PIC 9(02) COMP.
       01  INCS-DEPTH               PIC 9(02) COMP VALUE 0.
       01  INCS-IX                  PIC 9(02) COMP.
       01  INCS-SKIP                PIC 9(07) COMP.
       01  SW-INCS-PUSHED           PIC X       VALUE 'N'.
      *ページが使う部品（直接・間接とも。同じ部品は1件）
       01  INCU-TABLE.
           05  INCU-ENTRY           OCCURS 100 TIMES
                                     INDEXED BY INCU-IDX.
               10  INCU-PATH        PIC X(256).
               10  INCU-LINES       PIC 9(07).
               10  INCU-SUM         PIC 9(09).
       01  INCU-COUNT               PIC 9(03) COMP VALUE 0.
       01  INCU-MATCH               PIC 9(03) COMP VALUE 0.
      *部品のチェックサム（台帳と同じ位置重み付きバイト和）
       01  INCL-SUM-WORK            PIC 9(12) COMP.
       01  INCL-CHK-Q               PIC 9(03) COMP.
       01  INCL-CHK-R               PIC 9(09) COMP.
       01  INCL-BODY-LEN            PIC 9(05) COMP.
       01  INCL-BLK                 PIC 9(03) COMP.
       01  INCL-BLK-START           PIC 9(05) COMP.
       01  INCL-CHR                 PIC 9(05) COMP.
       01  INCL-CHK-PAIR.
           05  INCL-CHK-HI          PIC X       VALUE LOW-VALUE.
           05  INCL-CHK-CHAR        PIC X.
       01  INCL-CHK-NUM             REDEFINES INCL-CHK-PAIR
                                    PIC 9(04)  COMP.
