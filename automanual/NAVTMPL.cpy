      *-------------------------------------*
      *NAVTMPL
      *ナビゲーションブロックのテンプレートの定義
      *設定ファイルのNAV-TEMPLATE-FILEでテンプレートファイルを
      *指定すると、ナビ上部（start1～end1）と下部（start2～end2）
      *の中身をテンプレートの行で組み立てる（未設定なら従来の
      *組み込みの並び）。マーカー行は常にプログラムが書くので、
      *テンプレートはマーカーの内側にしか入らない。
      *テンプレートファイルは1行に
      *  テンプレート名 TOP|BOTTOM 行の内容
      *を書き、同じテンプレート名・部位の行を書いた順に出力する
      *（行の内容の先頭の空白は残らない）。
      *行の内容が要素の差し込み記号1つだけなら、その要素を組み込み
      *の書式で出力する（その要素が無いページでは何も出ない）
      *  {BREADCRUMB} {MINITOC} {PREVNEXT} {LANGSWITCH}
      *  {VERSIONSWITCH} {SEEALSO} {BACKTOTOP} {BLANK}（空行）
      *それ以外の行は値の差し込み記号を置き換えて出力する
      *  {TOC-URL} {PREV} {NEXT} {PAGE} {TITLE} {CHAPTER} {SECTION}
      *値が空になる差し込み記号を含む行は出力しない（最初のページ
      *の{PREV}など）。AUTOCHAINは目次リンクを含む行から前へ／
      *次へを読むので、{PREV}・{NEXT}は{TOC-URL}と同じ行に書く。
      *章ごとのテンプレートは
      *  CHAPTER テンプレート名 章見出し
      *（章見出しはTOC.mdの"## "の後ろをそのまま）で選ぶ。章の
      *指定の無いページと生成ページ（AUTOGLOSS・AUTOTOPIC・
      *AUTONEWS）は設定のNAV-TEMPLATE（既定はdefault）を使い、
      *英語側のページは名前に-enを付けたテンプレートがあれば
      *そちらを使う。生成ページでは{PREVNEXT}が目次リンク、
      *{BACKTOTOP}がページトップへのリンクになり、ほかの要素と
      *{PREV}・{NEXT}・{CHAPTER}・{SECTION}は空になる。
      *ナビのマーカー文字列を含む行は書けない（AUTODELETE・
      *AUTORECONがナビを取り除けなくなる）。点検はAUTONAVT
      *-------------------------------------*
       78  NAVTPL-CHAPTER-KEY       VALUE "CHAPTER".
       78  NAVTPL-MARK              VALUE "<!--navi".
      *設定ファイルのNAV-TEMPLATE-FILE・NAV-TEMPLATE
      *（NAV-TEMPLATE-FILE未設定ならテンプレートは使わない）
       01  NAVTPL-PATH              PIC X(256)  VALUE SPACE.
       01  NAVTPL-DEFAULT           PIC X(30)   VALUE "default".
       01  SW-NAVTPL                PIC X       VALUE 'N'.
      *テンプレートの行（NT-PARTは'T'=TOP・'B'=BOTTOM）
       01  NT-TABLE.
           05  NT-ENTRY             OCCURS 300 TIMES.
               10  NT-NAME          PIC X(30).
               10  NT-PART          PIC X.
               10  NT-TEXT          PIC X(300).
       01  NT-COUNT                 PIC 9(04) COMP VALUE 0.
       01  NT-IX                    PIC 9(04) COMP VALUE 0.
      *章ごとのテンプレートの選択
       01  NC-TABLE.
           05  NC-ENTRY             OCCURS 100 TIMES.
               10  NC-NAME          PIC X(30).
               10  NC-CHAPTER       PIC X(80).
       01  NC-COUNT                 PIC 9(03) COMP VALUE 0.
       01  NC-IX                    PIC 9(03) COMP VALUE 0.
      *差し込み記号（NTK-KINDは'E'=要素・'V'=値）
       01  NTK-DEFS.
           05  FILLER               PIC X(15) VALUE "BREADCRUMB    E".
           05  FILLER               PIC X(15) VALUE "MINITOC       E".
           05  FILLER               PIC X(15) VALUE "PREVNEXT      E".
           05  FILLER               PIC X(15) VALUE "LANGSWITCH    E".
           05  FILLER               PIC X(15) VALUE "VERSIONSWITCH E".
           05  FILLER               PIC X(15) VALUE "SEEALSO       E".
           05  FILLER               PIC X(15) VALUE "BACKTOTOP     E".
           05  FILLER               PIC X(15) VALUE "BLANK         E".
           05  FILLER               PIC X(15) VALUE "TOC-URL       V".
           05  FILLER               PIC X(15) VALUE "PREV          V".
           05  FILLER               PIC X(15) VALUE "NEXT          V".
           05  FILLER               PIC X(15) VALUE "PAGE          V".
           05  FILLER               PIC X(15) VALUE "TITLE         V".
           05  FILLER               PIC X(15) VALUE "CHAPTER       V".
           05  FILLER               PIC X(15) VALUE "SECTION       V".
       01  NTK-TABLE                REDEFINES NTK-DEFS.
           05  NTK-ENTRY            OCCURS 15 TIMES.
               10  NTK-NAME         PIC X(14).
               10  NTK-KIND         PIC X.
       01  NTK-IX                   PIC 9(02) COMP VALUE 0.
      *テンプレート1行の解析
      *NT-ERRORが空白でなければその行は誤り
       01  NT-REC                   PIC X(400).
       01  NT-F1                    PIC X(100).
       01  NT-F2                    PIC X(100).
       01  NT-F-PTR                 PIC 9(03) COMP.
       01  NT-LINE-TEXT             PIC X(300).
       01  NT-LINE-PART             PIC X.
       01  NT-ERROR                 PIC X(60).
       01  NT-MARK-HITS             PIC 9(03) COMP.
      *差し込み記号の走査（NT-TOK-KINDは'E'・'V'、'U'=未知、
      *'L'=記号でない"{"、'N'=行末まで記号なし）
       01  NT-TEXT-LEN              PIC 9(03) COMP.
       01  NT-SCAN-POS              PIC 9(03) COMP.
       01  NT-SCAN-REST             PIC 9(03) COMP.
       01  NT-TOK-START             PIC 9(03) COMP.
       01  NT-TOK-LEN               PIC 9(03) COMP.
       01  NT-TOKEN                 PIC X(14).
       01  NT-TOKEN-CHK             PIC X(14).
       01  NT-TOK-KIND              PIC X.
      *ページのテンプレートの選択と出力
       01  NT-USE                   PIC X(30).
       01  NT-USE-EN                PIC X(33).
       01  NT-WANT-PART             PIC X.
       01  NT-VALUE                 PIC X(250).
       01  NT-OUT-PTR               PIC 9(05) COMP.
       01  SW-NT-DROP               PIC X       VALUE 'N'.
       01  SW-NT-FOUND              PIC X       VALUE 'N'.
