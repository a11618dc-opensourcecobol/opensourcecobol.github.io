      *-------------------------------------*
      *CONDMARK
      *本文の条件付きブロックのマーカーとビルドプロファイルの定義
      *  <!--if キー=値[,値...]-->
      *    （プロファイルがキーにいずれかの値を持つときだけ公開）
      *  <!--endif-->
      *マーカーは行頭から1行で書き、入れ子にしてよい。
      *AUTOMANUALが公開時に解決し、AUTOBOOK・AUTOSEARCH・
      *AUTOGLOSSが同じ規則で公開しない行を読み飛ばす。
      *点検（対応の崩れ・未知の条件・空になる節）はAUTOCONDが行う
      *-------------------------------------*
       78  COND-IF-MARK             VALUE "<!--if ".
       78  COND-ENDIF-MARK          VALUE "<!--endif-->".
      *設定ファイルのBUILD-PROFILEとプロファイル一覧のパス
      *（BUILD-PROFILE未設定なら条件は解決せず本文をそのまま扱う）
       01  BUILD-PROFILE            PIC X(30)   VALUE SPACE.
       01  PROFILES-PATH            PIC X(256)  VALUE "profiles.lst".
      *プロファイル一覧（1行1設定:"プロファイル名 キー=値"）
      *PROF-ACTIVEは選ばれたプロファイルの行に'Y'
       01  PROF-TABLE.
           05  PROF-ENTRY           OCCURS 500 TIMES
                                     INDEXED BY PROF-IDX.
               10  PROF-NAME        PIC X(30).
               10  PROF-KEY         PIC X(30).
               10  PROF-VALUE       PIC X(30).
               10  PROF-ACTIVE      PIC X.
       01  PROF-COUNT               PIC 9(04) COMP VALUE 0.
       01  PROF-ACTIVE-COUNT        PIC 9(04) COMP VALUE 0.
       01  PROF-REC                 PIC X(300).
       01  PROF-P1                  PIC X(100).
       01  PROF-P2                  PIC X(200).
       01  PROF-P3                  PIC X(100).
      *条件マーカー1行の解析結果
      *COND-KINDは'I'（if）・'E'（endif）・空白（マーカーでない）
      *SW-COND-KNOWNは'N'で未知のキー・値、'M'で書式の誤り
       01  COND-LINE                PIC X(300).
       01  COND-LEN                 PIC 9(03) COMP.
       01  COND-KIND                PIC X       VALUE SPACE.
       01  COND-KEY                 PIC X(30).
       01  COND-VALUES              PIC X(250).
       01  COND-VALUE               PIC X(30).
       01  COND-PTR                 PIC 9(03) COMP.
       01  SW-COND-TRUE             PIC X       VALUE 'N'.
       01  SW-COND-KNOWN            PIC X       VALUE 'Y'.
       01  SW-COND-VAL-SEEN         PIC X       VALUE 'N'.
      *ページ内の条件ブロックの状態
      *COND-OFF-DEPTHは公開しない側に入った入れ子の深さ（0なら公開）
       01  COND-DEPTH               PIC 9(03) COMP VALUE 0.
       01  COND-OFF-DEPTH           PIC 9(03) COMP VALUE 0.
       01  COND-STRAY               PIC 9(03) COMP VALUE 0.
       01  COND-MARKERS             PIC 9(05) COMP VALUE 0.
