               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

      * 報表檔名平常就是 YACHTRPT；夜間作業一步一份 (YRPTnn)，
      * 後面的步驟才不會把前面的報表蓋掉
           SELECT REPORT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DP-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "YACHTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "YACHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JL-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.

           SELECT TOURNAMENT-FILE ASSIGN TO "TOURNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-TOURN-ID
               FILE STATUS IS WS-TN-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

           SELECT RECORD-BOOK-FILE ASSIGN TO "RECBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RB-STATUS.

           SELECT SIM-RULES-FILE ASSIGN TO WS-SIM-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-RF-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO "MERGELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRG-LOG-STATUS.

      * 賽後通知：暫存檔一位玩家一筆，當晚的成績跟差點異動
      * 都併進同一筆；對外的通知檔每次收尾整份重出
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-PLAYER-ID
               FILE STATUS IS WS-NQ-STATUS.

           SELECT NOTIFY-OUT-FILE ASSIGN TO "YACHTNTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-STATUS.

      * 舊版面轉檔用：稽核紀錄加序號跟檢查值之前一筆 76 個
      * 字元、玩家主檔加併檔編號跟聯絡資料之前一筆 40 個字元，
      * 舊檔照舊版面讀；轉之前原檔整份先抄到備份檔 (CNVxxxxx)
           SELECT LEGACY-AUDIT-FILE ASSIGN TO WS-CNV-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.

           SELECT CNV-AUDIT-BACKUP ASSIGN TO WS-CNV-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.

           SELECT LEGACY-PLAYER-FILE ASSIGN TO "PLAYERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PLAYER-ID
               FILE STATUS IS WS-LP-STATUS.

           SELECT CNV-PLAYER-BACKUP ASSIGN TO "CNVPLAYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
      * I=停用) 跟入會日期；開局時會用狀態擋掉停用或沒建檔的
      * 玩家編號，維護作業可以改名、停用跟重新啟用。差點由
      * 定期的差點重算作業維護，凍結旗標是 Y 的玩家重算時
      * 跳過不動 - 讓常勝軍的差點可以鎖住談好的值。重複建檔
      * 的玩家併檔後，重複的那一筆停用並記下併進哪一個編號。
      * 聯絡資料一段：手機、email 跟不收通知的旗標，賽後通知
      * 檔靠這一段決定送不送、送到哪裡
       FD PLAYER-MASTER-FILE.
       01 PM-RECORD.
          05 PM-PLAYER-ID       PIC 9(3).
          05 PM-HANDICAP        PIC 9(3).
          05 PM-HCP-FROZEN      PIC X.
             88 PM-HCP-IS-FROZEN     VALUE "Y".
          05 PM-MERGED-INTO     PIC 9(3).
          05 PM-CONTACT.
             10 PM-PHONE        PIC X(15).
             10 PM-EMAIL        PIC X(40).
             10 PM-NOTIFY-OPT-OUT PIC X.
                88 PM-OPTED-OUT      VALUE "Y".

      * 賽後排行榜報表，一行一位玩家
       FD REPORT-FILE.
          05 AL-RESULT           PIC 9(3).
          05 AL-RULESET          PIC X(8).
          05 AL-SOURCE           PIC X.
             88 AL-CORRECTION-ENTRY  VALUE "B" "R" "C".
             88 AL-SEED-ENTRY        VALUE "S".
          05 AL-SEQ-NO           PIC 9(8).
          05 AL-CHAIN            PIC 9(9).
      * 分數更正留三筆：B=更正前影像、R=更正理由、C=更正後
      * 影像 (C 一定最後寫，對帳同鍵取最後一筆就是現行值)；
      * 理由那一筆把骰子跟項目欄位拿來放理由文字。
      * 每筆都帶全域序號 (AUDITLOG 跟各年 ALARyyyy 合起來從 1
      * 連號) 跟檢查值 - 同一個檔裡前一筆的檢查值接著本筆檢查
      * 值欄以外的內容滾算出來，改一筆、抽一筆或調順序串就斷。
      * 每個檔第一筆是種子記錄 (來源 S)：項目欄放檔名，序號欄
      * 放當時的序號高水位，檢查值欄放這個檔的起始值
       01 AL-REASON-RECORD.
          05 FILLER              PIC X(44).
          05 AL-REASON-TEXT      PIC X(20).
          05 FILLER              PIC X(29).

      * 批次模式用：一筆一個玩家某一輪預先排好的骰子跟項目，
      * 讓程式可以不經互動一次把整批交易讀完計分
      * 場次錢帳：一筆一個 (玩家+場次+類別) - F 是報名費
      * (借方 D)，W 是彩金 (貸方 C)；鍵把玩家放最前面，對帳
      * 單照玩家 START 下去讀就是一個人從頭到尾完整的帳。
      * O 是季末結算結轉的期初餘額，場次欄放新季別 YYYY0000，
      * 排在新季所有場次前面，借貸別看餘額正負
      * 金額是元帶兩位分，9(5)V99 夾在檔案裡沒有小數點
       FD MONEY-LEDGER-FILE.
       01 ML-RECORD.
             10 ML-TYPE         PIC X.
                88 ML-ENTRY-FEE      VALUE "F".
                88 ML-WINNINGS       VALUE "W".
                88 ML-OPENING-BALANCE VALUE "O".
          05 ML-AMOUNT          PIC 9(5)V99.
          05 ML-DC              PIC X.
          05 ML-POST-DATE       PIC 9(8).
       01 AS-RECORD             PIC X(37).

       FD AL-ARCHIVE-FILE.
       01 AA-RECORD             PIC X(93).
       01 AA-CHAIN-RECORD.
          05 FILLER             PIC X(76).
          05 AA-SEQ-NO          PIC 9(8).
          05 AA-CHAIN           PIC 9(9).

       FD AUDIT-TEMP-FILE.
       01 AT-RECORD             PIC X(93).

      * 批次拒件明細：一筆就是報表上的一行，組好版面才寫，
      * 報表作業照抄就好；一筆拒件都不會因為表滿少列
          05 AG-POINTS          PIC 9(4).
          05 AG-NET-POINTS      PIC 9(4).

      * 分數爭議案件檔：鍵是場次 + 玩家 + 輪數，一輪一案；狀
      * 態 O (受理中) -> U (成立、已更正) 或 D (駁回)。同一場
      * 只要還有一案受理中，那一場的彩金就先扣住不入錢帳，
      * 案件結了重跑入帳才放出來
       FD DISPUTE-FILE.
       01 DP-RECORD.
          05 DP-KEY.
             10 DP-GAME-ID      PIC 9(8).
             10 DP-PLAYER-ID    PIC 9(3).
             10 DP-ROUND        PIC 9(2).
          05 DP-STATUS          PIC X.
             88 DP-OPEN              VALUE "O".
             88 DP-UPHELD            VALUE "U".
             88 DP-DENIED            VALUE "D".
          05 DP-REASON          PIC X(30).
          05 DP-OPEN-DATE       PIC 9(8).
          05 DP-OPEN-OPER       PIC X(10).
          05 DP-CLOSE-DATE      PIC 9(8).
          05 DP-CLOSE-OPER      PIC X(10).
          05 DP-OLD-RESULT      PIC 9(3).
          05 DP-NEW-RESULT      PIC 9(3).

      * 排序工作檔：各作業共用，一種用途一個記錄版面，
      * 全部補到一樣長，排序鍵照各自的 SORT 敘述指定
      * 夜間無人值守作業的控制卡：第一張是頭卡 (YACHTJOB +
      * 操作員編號)，之後一張一個步驟 - 步驟號、作業名、要等
      * 哪一步成功才能跑 (00 = 不等)、參數 (場次 YYYYMMDD、季
      * 別 YYYY 或截止日，看作業) 跟批次接關旗標 (Y/N)
       FD CONTROL-CARD-FILE.
       01 CC-RECORD.
          05 CC-STEP-NO          PIC 9(2).
          05 FILLER              PIC X.
          05 CC-JOB-NAME         PIC X(8).
          05 FILLER              PIC X.
          05 CC-DEPENDS-ON       PIC 9(2).
          05 FILLER              PIC X.
          05 CC-PARM             PIC X(8).
          05 CC-PARM-NUM REDEFINES CC-PARM PIC 9(8).
          05 FILLER              PIC X.
          05 CC-PARM-FLAG        PIC X.
       01 CC-HEADER-RECORD.
          05 CC-HDR-TAG          PIC X(8).
          05 FILLER              PIC X.
          05 CC-HDR-OPERATOR     PIC X(10).

      * 夜間作業日誌：一頁，每一步一行 (開始/結束時間、完成
      * 碼、結果跟報表檔名)，早上值班的人看這張就知道昨晚哪
      * 一步沒跑完
       FD JOB-LOG-FILE.
       01 JL-LINE               PIC X(80).

      * 季別歷史檔：季末結算的定案資料，鍵是季別 + 類別 + 編
      * 號 - P/T 是最後的個人/隊伍積分名次，M 是每位玩家季
      * 末的錢帳餘額，C (編號 000) 是結算控制記錄：這一筆在
      * 就是這一季封存了，計分、登錄跟載入都照它擋
       FD SEASON-HISTORY-FILE.
       01 HS-RECORD.
          05 HS-KEY.
             10 HS-SEASON       PIC 9(4).
             10 HS-TYPE         PIC X.
                88 HS-SEASON-CONTROL VALUE "C".
                88 HS-MONEY-BALANCE  VALUE "M".
             10 HS-ID           PIC 9(3).
          05 HS-NAME            PIC X(20).
          05 HS-RANK            PIC 9(3).
          05 HS-GAMES           PIC 9(3).
          05 HS-BEST            PIC 9(5).
          05 HS-TOTAL-SUM       PIC 9(6).
          05 HS-POINTS          PIC 9(4).
          05 HS-NET-POINTS      PIC 9(4).
          05 HS-BALANCE         PIC 9(5)V99.
          05 HS-BALANCE-DC      PIC X.
       01 HS-CONTROL-RECORD.
          05 FILLER             PIC X(8).
          05 HS-CLOSE-DATE      PIC 9(8).
          05 HS-CLOSE-OPER      PIC X(10).
          05 HS-CLOSE-STANDINGS PIC 9(5).
          05 HS-CLOSE-BALANCES  PIC 9(5).
          05 FILLER             PIC X(25).

      * 淘汰賽主檔：一筆一場賽事 - 參賽的是玩家 (P) 還是隊伍
      * (T)，隊伍照哪一季的編隊算分，種子照差點 (H) 還是某一
      * 季定案的名次 (S) 排；參賽名單連種子序號直接掛在主檔
      * 上，最多 32 個，籤表大小是湊滿的 2 的次方
       FD TOURNAMENT-FILE.
       01 TN-RECORD.
          05 TN-TOURN-ID        PIC 9(4).
          05 TN-NAME            PIC X(20).
          05 TN-SEASON          PIC 9(4).
          05 TN-ENTRANT-TYPE    PIC X.
             88 TN-PLAYERS           VALUE "P".
             88 TN-TEAMS             VALUE "T".
          05 TN-SEED-METHOD     PIC X.
             88 TN-SEED-HANDICAP     VALUE "H".
             88 TN-SEED-STANDINGS    VALUE "S".
          05 TN-SEED-SEASON     PIC 9(4).
          05 TN-STATUS          PIC X.
             88 TN-IN-PLAY           VALUE "A".
             88 TN-FINISHED          VALUE "F".
          05 TN-ENTRANT-COUNT   PIC 9(2).
          05 TN-BRACKET-SIZE    PIC 9(2).
          05 TN-ROUNDS          PIC 9.
          05 TN-CHAMPION        PIC 9(3).
          05 TN-CREATED-DATE    PIC 9(8).
          05 TN-CREATED-OPER    PIC X(10).
          05 TN-ENTRANT OCCURS 32 TIMES.
             10 TN-ENTRANT-ID   PIC 9(3).
             10 TN-ENTRANT-SEED PIC 9(2).

      * 籤表檔：鍵是賽事 + 輪次 + 場號，一筆一場對戰 - 指到
      * 登錄主檔上的一場比賽，兩邊的編號跟種子、比分、勝方，
      * 還有勝方要晉級到下一輪的哪一場的哪一邊 (A/B)；決賽
      * 的下一場是 00。狀態 W 等對手、R 兩邊到齊可以打、H 平
      * 手等主管排加賽、D 已分勝負；加賽場次有值就照加賽判
       FD BRACKET-FILE.
       01 BR-RECORD.
          05 BR-KEY.
             10 BR-TOURN-ID     PIC 9(4).
             10 BR-ROUND        PIC 9.
             10 BR-MATCH        PIC 9(2).
          05 BR-SIDE-A          PIC 9(3).
          05 BR-SEED-A          PIC 9(2).
          05 BR-SIDE-B          PIC 9(3).
          05 BR-SEED-B          PIC 9(2).
          05 BR-GAME-ID         PIC 9(8).
          05 BR-PLAYOFF-GAME    PIC 9(8).
          05 BR-SCORE-A         PIC 9(5).
          05 BR-SCORE-B         PIC 9(5).
          05 BR-WINNER          PIC 9(3).
          05 BR-STATUS          PIC X.
             88 BR-WAITING           VALUE "W".
             88 BR-READY             VALUE "R".
             88 BR-HELD              VALUE "H".
             88 BR-DECIDED           VALUE "D".
          05 BR-NEXT-MATCH      PIC 9(2).
          05 BR-NEXT-SLOT       PIC X.

      * 聯盟賽程檔：鍵是比賽夜 + 桌號，一筆一桌 - 這一桌排的
      * 場次編號 (同一晚每桌一個號)、規則組、抽到這一桌的玩
      * 家。賽前作業照它把場次登錄進 GAMEMAST，登錄過的狀態
      * 改成 G，之後這一桌的名單就不能再改
       FD FIXTURE-FILE.
       01 FX-RECORD.
          05 FX-KEY.
             10 FX-NIGHT-DATE   PIC 9(8).
             10 FX-TABLE-NO     PIC 9(2).
          05 FX-GAME-ID         PIC 9(8).
          05 FX-RULESET         PIC X(8).
          05 FX-STATUS          PIC X.
             88 FX-SCHEDULED         VALUE "S".
             88 FX-REGISTERED        VALUE "G".
          05 FX-PLAYER-COUNT    PIC 9.
          05 FX-PLAYER-ID       PIC 9(3) OCCURS 8 TIMES.

      * 俱樂部紀錄簿：鍵是類別 + 編號 + 序號 - C 是現任紀錄
      * (編號 = 紀錄項目 1-4，序號 0000)，帶著前一任保持人；
      * H 是被打破的歷任紀錄 (編號 = 紀錄項目，序號由 1 往上
      * 加)；P 是個人最佳 (編號 = 玩家，序號 = 紀錄項目)，第 4
      * 項另外記目前連續幾場超過門檻、最後算到哪一場
       FD RECORD-BOOK-FILE.
       01 RB-RECORD.
          05 RB-KEY.
             10 RB-KIND         PIC X.
                88 RB-CLUB-RECORD    VALUE "C".
                88 RB-HISTORY        VALUE "H".
                88 RB-PERSONAL       VALUE "P".
             10 RB-ID           PIC 9(3).
             10 RB-SEQ          PIC 9(4).
          05 RB-VALUE           PIC 9(5).
          05 RB-PLAYER-ID       PIC 9(3).
          05 RB-PLAYER-NAME     PIC X(20).
          05 RB-GAME-ID         PIC 9(8).
          05 RB-DATE            PIC 9(8).
          05 RB-PREV-VALUE      PIC 9(5).
          05 RB-PREV-PLAYER-ID  PIC 9(3).
          05 RB-PREV-PLAYER-NAME PIC X(20).
          05 RB-PREV-GAME-ID    PIC 9(8).
          05 RB-PREV-DATE       PIC 9(8).
          05 RB-HIST-COUNT      PIC 9(4).
          05 RB-CUR-STREAK      PIC 9(4).
          05 RB-LAST-GAME       PIC 9(8).

      * 規則試算用的替代規則檔：跟 RULECFG 同一個版面 - 第一
      * 行是規則組，第二行 (選擇性) 是 FEES 費用表；只讀不寫
       FD SIM-RULES-FILE.
       01 SM-RECORD.
          05 SM-RULESET-NAME     PIC X(8).
          05 FILLER              PIC X.
          05 SM-SMALL-STRAIGHT   PIC 9(3).
          05 FILLER              PIC X.
          05 SM-LARGE-STRAIGHT   PIC 9(3).
          05 FILLER              PIC X.
          05 SM-YACHT            PIC 9(3).
          05 FILLER              PIC X.
          05 SM-BONUS-LIMIT      PIC 9(3).
          05 FILLER              PIC X.
          05 SM-BONUS-AMOUNT     PIC 9(3).
          05 FILLER              PIC X.
          05 SM-FULL-HOUSE-FIXED PIC 9(3).
          05 FILLER              PIC X.
          05 SM-SECOND-YACHT     PIC 9(3).
       01 SM-FEE-RECORD.
          05 SM-FEE-TAG          PIC X(8).
          05 FILLER              PIC X.
          05 SM-ENTRY-FEE        PIC 9(3)V99.
          05 FILLER              PIC X.
          05 SM-SPLIT-1          PIC 9(3).
          05 FILLER              PIC X.
          05 SM-SPLIT-2          PIC 9(3).
          05 FILLER              PIC X.
          05 SM-SPLIT-3          PIC 9(3).

      * 玩家併檔稽核：每一次併檔 (含撞鍵停下來沒併的) 一筆 -
      * 時間、主管、重複編號、保留編號、結果 (M=併完 S=撞鍵
      * 停止)、撞鍵筆數跟六個檔各搬了幾筆 (順序 SCOREHST、
      * SEASONLG、MONEYLG、TEAMASGN、CHKPOINT、SUSPENSE)
       FD MERGE-LOG-FILE.
       01 MR-RECORD.
          05 MR-TIMESTAMP       PIC X(21).
          05 MR-OPERATOR-ID     PIC X(10).
          05 MR-DUP-ID          PIC 9(3).
          05 MR-SURV-ID         PIC 9(3).
          05 MR-RESULT          PIC X.
             88 MR-MERGED            VALUE "M".
             88 MR-STOPPED           VALUE "S".
          05 MR-COLLISIONS      PIC 9(5).
          05 MR-MOVED           PIC 9(6) OCCURS 6 TIMES.

      * 賽後通知暫存：一位玩家一筆，記是哪一晚 (清晨 6 點前
      * 算前一晚)、當晚打的那一場的總分、名次跟同場人數，以
      * 及差點重算前後的值；差點旗標 Y 才是當晚真的有變。前
      * 幾晚留下來的那一筆下次碰到就整筆重設
       FD NOTIFY-QUEUE-FILE.
       01 NQ-RECORD.
          05 NQ-PLAYER-ID       PIC 9(3).
          05 NQ-NIGHT           PIC 9(8).
          05 NQ-GAME-ID         PIC 9(8).
          05 NQ-GAME-TOTAL      PIC 9(4).
          05 NQ-POSITION        PIC 9(3).
          05 NQ-FIELD           PIC 9(3).
          05 NQ-HCP-OLD         PIC 9(3).
          05 NQ-HCP-NEW         PIC 9(3).
          05 NQ-HCP-SWITCH      PIC X.
             88 NQ-HCP-CHANGED       VALUE "Y".

      * 給俱樂部簡訊/email 服務的通知介面檔：頭錄 (H|哪一晚|
      * 出檔時間)、一位玩家一筆明細 (D|編號|名字|手機|email|
      * 場次|總分|名次|人數|差點有變|舊差點|新差點|錢帳餘額|
      * C/D)，尾錄 (T|送出筆數|不送筆數|總分雜湊加總)。場次 0
      * 就是當晚只有差點異動
       FD NOTIFY-OUT-FILE.
       01 NT-RECORD             PIC X(160).

      * 舊版面的稽核紀錄：第 76 個字元是來源碼，新版面的檔第
      * 一筆是種子 (S)，拿來分辨轉過了沒有
       FD LEGACY-AUDIT-FILE.
       01 LA-RECORD.
          05 LA-BODY            PIC X(75).
          05 LA-SOURCE          PIC X.

       FD CNV-AUDIT-BACKUP.
       01 CB-RECORD             PIC X(76).

      * 舊版面的玩家主檔，欄位跟 PM-RECORD 前段一樣
       FD LEGACY-PLAYER-FILE.
       01 LP-RECORD.
          05 LP-PLAYER-ID       PIC 9(3).
          05 LP-PLAYER-NAME     PIC X(20).
          05 LP-RUNNING-TOTAL   PIC 9(4).
          05 LP-STATUS          PIC X.
          05 LP-JOIN-DATE       PIC 9(8).
          05 LP-HANDICAP        PIC 9(3).
          05 LP-HCP-FROZEN      PIC X.

       FD CNV-PLAYER-BACKUP.
       01 CV-RECORD.
          05 CV-PLAYER-ID       PIC 9(3).
          05 CV-PLAYER-NAME     PIC X(20).
          05 CV-RUNNING-TOTAL   PIC 9(4).
          05 CV-STATUS          PIC X.
          05 CV-JOIN-DATE       PIC 9(8).
          05 CV-HANDICAP        PIC 9(3).
          05 CV-HCP-FROZEN      PIC X.

       SD SORT-WORK-FILE.
       01 SR-BL-RECORD.
          05 SR-BL-GAME-ID      PIC 9(8).
          05 SR-AG-POINTS       PIC 9(4).
          05 SR-AG-NET-POINTS   PIC 9(4).
          05 FILLER             PIC X(2).
       01 SR-RB-RECORD.
          05 SR-RB-GAME-ID      PIC 9(8).
          05 SR-RB-PLAYER-ID    PIC 9(3).
          05 SR-RB-KIND         PIC X.
          05 SR-RB-RESULT       PIC 9(5).
          05 SR-RB-NAME         PIC X(20).
          05 FILLER             PIC X(11).
       01 SR-AC-RECORD.
          05 SR-AC-SEQ          PIC 9(8).
          05 SR-AC-FILE         PIC X(8).
          05 SR-AC-POS          PIC 9(7).
          05 FILLER             PIC X(25).

       WORKING-STORAGE SECTION.
      * 1. 輸入與輸出的基本變數
          05 WS-MONEY-GROUP OCCURS 500 TIMES.
             10 WS-MG-PLAYER-ID  PIC 9(3).
             10 WS-MG-TOTAL      PIC 9(4).
             10 WS-MG-W-SWITCH   PIC X.
                88 MG-W-CLEARED       VALUE "Y".
       01 WS-MG-HOLD.
          05 WS-MGH-PLAYER-ID PIC 9(3).
          05 WS-MGH-TOTAL     PIC 9(4).
          05 WS-MGH-W-SWITCH  PIC X.
       01 WS-MONEY-OK-SWITCH PIC X VALUE "Y".
          88 MONEY-GROUP-OK      VALUE "Y".
       01 WS-POOL-AMT      PIC 9(6)V99 VALUE 0.
          88 MAINT-LIST          VALUE "L" "l".
          88 MAINT-OPERATOR      VALUE "O" "o".
          88 MAINT-TEAM          VALUE "T" "t".
          88 MAINT-MERGE         VALUE "M" "m".
          88 MAINT-EXIT          VALUE "X" "x".
       01 WS-MAINT-NAME    PIC X(20) VALUE SPACES.
       01 WS-MAINT-STATUS  PIC X VALUE SPACE.
       01 WS-MAINT-ID      PIC 9(3) VALUE 0.
       01 WS-MAINT-PHONE   PIC X(15) VALUE SPACES.
       01 WS-MAINT-EMAIL   PIC X(40) VALUE SPACES.
       01 WS-MAINT-OPTOUT  PIC X VALUE SPACE.
       01 WS-PM-EOF-SWITCH PIC X VALUE "N".
          88 PM-EOF              VALUE "Y".
       01 WS-PLAYER-OK-SWITCH PIC X VALUE "Y".
          88 BL-SORT-EOF         VALUE "Y".
       01 WS-BL-GAME-DONE-SWITCH PIC X VALUE "Y".
          88 BL-GAME-ALL-DONE    VALUE "Y".
       01 WS-BL-LATEST-SWITCH PIC X VALUE "Y".
          88 BL-GAME-IS-LATEST   VALUE "Y".

      * 中途存檔/接關用的輔助變數
       01 WS-RESTART-CHOICE PIC X VALUE "N".
       01 WS-AP-AL-INCOMP  PIC 9(6) VALUE 0.
       01 WS-AP-SH-FAILED  PIC 9(6) VALUE 0.
       01 WS-AP-AL-FAILED  PIC 9(6) VALUE 0.
       01 WS-AP-AL-CHAIN-BAD  PIC 9(6) VALUE 0.
       01 WS-AP-AL-CHAIN-SEED PIC 9(9) VALUE 0.
      * 只有打完的場次才可以歸檔：場次有進 SEASON-LEDGER 就是
      * 完賽；同一場連續查會中上一次的快取，不用每筆都 START
       01 WS-CHK-GAME      PIC 9(8) VALUE 0.
       01 WS-RX-AUDIT-VAL  PIC 9(4) VALUE 0.
       01 WS-RX-FILE-VAL   PIC 9(4) VALUE 0.

      * 15. 分數爭議/更正作業用：受理、更正 (主管限定)、駁回
      *     (主管限定) 跟列出案件；更正前後的骰子、項目、分數
      *     留在這裡寫前後影像。場次有沒有受理中的爭議案件另
      *     外一個開關，錢帳入帳跟線上查詢都看它
       01 WS-DP-STATUS     PIC X(2) VALUE "00".
       01 WS-DP-OPEN-SWITCH PIC X VALUE "N".
          88 DISPUTE-FILE-OPEN   VALUE "Y".
       01 WS-DP-EOF-SWITCH PIC X VALUE "N".
          88 DP-EOF              VALUE "Y".
       01 WS-DSP-FUNC      PIC X VALUE SPACE.
          88 DSP-OPEN-CASE       VALUE "O" "o".
          88 DSP-CORRECT         VALUE "C" "c".
          88 DSP-DENY            VALUE "D" "d".
          88 DSP-LIST            VALUE "L" "l".
          88 DSP-EXIT            VALUE "X" "x".
       01 WS-DSP-GAME-ID   PIC 9(8) VALUE 0.
       01 WS-DSP-PLAYER-ID PIC 9(3) VALUE 0.
       01 WS-DSP-ROUND     PIC 9(2) VALUE 0.
       01 WS-DSP-REASON    PIC X(30) VALUE SPACES.
       01 WS-DSP-CORR-REASON PIC X(20) VALUE SPACES.
       01 WS-DSP-NEW-DICE  PIC 9(5) VALUE 0.
       01 WS-DSP-NEW-CATEGORY PIC X(15) VALUE SPACES.
       01 WS-DSP-OLD-DICE  PIC 9(5) VALUE 0.
       01 WS-DSP-OLD-CATEGORY PIC X(15) VALUE SPACES.
       01 WS-DSP-OLD-RESULT PIC 9(3) VALUE 0.
       01 WS-DSP-OLD-SOURCE PIC X VALUE SPACE.
       01 WS-DSP-COUNT     PIC 9(4) VALUE 0.
       01 WS-DSP-OK-SWITCH PIC X VALUE "Y".
          88 CORRECTION-OK       VALUE "Y".
       01 WS-DSP-CHECK-GAME PIC 9(8) VALUE 0.
       01 WS-DSP-HOLD-SWITCH PIC X VALUE "N".
          88 GAME-DISPUTE-OPEN   VALUE "Y".
      *     更正後重新判斷第二次 yacht 加碼用：yacht 項目更正前後
      *     在哪一輪、幾分，逐輪該不該加碼跟檔上的加碼紀錄
       01 WS-DSP-YACHT-NOW PIC 9(2) VALUE 0.
       01 WS-DSP-YSCORE-NOW PIC 9(3) VALUE 0.
       01 WS-DSP-YACHT-BEFORE PIC 9(2) VALUE 0.
       01 WS-DSP-YSCORE-BEFORE PIC 9(3) VALUE 0.
       01 WS-DSP-BN-ROUND  PIC 9(2) VALUE 0.
       01 WS-DSP-BN-DICE   PIC 9(5) VALUE 0.
       01 WS-DSP-BN-CATEGORY PIC X(15) VALUE SPACES.
       01 WS-DSP-BN-SOURCE PIC X VALUE SPACE.
       01 WS-DSP-BN-ROW-DICE PIC 9(5) VALUE 0.
       01 WS-DSP-BN-AMOUNT PIC 9(3) VALUE 0.
       01 WS-DSP-BN-CHANGED PIC 9(2) VALUE 0.
       01 WS-DSP-IMG-DICE  PIC 9(5) VALUE 0.
       01 WS-DSP-IMG-RESULT PIC 9(3) VALUE 0.
       01 WS-DSP-IMG-SOURCE PIC X VALUE SPACE.
       01 WS-DSP-YACHT-DICE-SWITCH PIC X VALUE "N".
          88 DSP-YACHT-DICE      VALUE "Y".
       01 WS-DSP-DUE-NOW-SWITCH PIC X VALUE "N".
          88 DSP-DUE-NOW         VALUE "Y".
       01 WS-DSP-DUE-BEFORE-SWITCH PIC X VALUE "N".
          88 DSP-DUE-BEFORE      VALUE "Y".
       01 WS-DSP-BN-FOUND-SWITCH PIC X VALUE "N".
          88 DSP-BN-FOUND        VALUE "Y".

      * 16. 夜間無人值守作業用：YACHTCTL 控制卡在就照卡片一步
      *     一步跑，不問終端機；每一步的完成碼 (00 正常、04 有
      *     警告、08 失敗、12 前置步驟失敗沒跑) 記在步驟表，
      *     最後印成作業日誌
       01 WS-RPT-NAME      PIC X(8) VALUE "YACHTRPT".
       01 WS-CC-STATUS     PIC X(2) VALUE "00".
       01 WS-JL-STATUS     PIC X(2) VALUE "00".
       01 WS-UNATTENDED-SWITCH PIC X VALUE "N".
          88 RUN-UNATTENDED      VALUE "Y".
       01 WS-CC-EOF-SWITCH PIC X VALUE "N".
          88 CC-EOF              VALUE "Y".
       01 WS-STEP-RC       PIC 99 VALUE 0.
       01 WS-JOB-PARM-NUM  PIC 9(8) VALUE 0.
       01 WS-JOB-PARM-SEASON PIC 9(4) VALUE 0.
       01 WS-JOB-PARM-FLAG PIC X VALUE "N".
       01 WS-JOB-RUN-DATE  PIC 9(8) VALUE 0.
       01 WS-JOB-RUN-START PIC X(6) VALUE SPACES.
       01 WS-JOB-RUN-END   PIC X(6) VALUE SPACES.
       01 WS-JOB-HIGH-RC   PIC 99 VALUE 0.
       01 WS-JOB-MAX       PIC 99 VALUE 20.
       01 WS-JOB-COUNT     PIC 99 VALUE 0.
       01 WS-JS            PIC 99 VALUE 0.
       01 WS-JD            PIC 99 VALUE 0.
       01 WS-JOB-DEP-SWITCH PIC X VALUE "N".
          88 STEP-DEPENDENCY-FAILED VALUE "Y".
       01 WS-JOB-STEP-TABLE.
          05 WS-JOB-STEP OCCURS 20 TIMES.
             10 WS-JS-STEP       PIC 99.
             10 WS-JS-JOB        PIC X(8).
             10 WS-JS-DEPENDS    PIC 99.
             10 WS-JS-START      PIC X(6).
             10 WS-JS-END        PIC X(6).
             10 WS-JS-RC         PIC 99.
             10 WS-JS-RESULT     PIC X(24).
             10 WS-JS-REPORT     PIC X(8).

      * 17. 季末結算作業用：沒有進行中的場次、沒有受理中的爭
      *     議才准結；最後名次跟錢帳餘額落季別歷史檔，餘額結
      *     轉成新季的期初，累計總分歸零，控制記錄一寫就封存
       01 WS-HS-STATUS     PIC X(2) VALUE "00".
       01 WS-HS-OPEN-SWITCH PIC X VALUE "N".
          88 SEASONHS-OPEN       VALUE "Y".
       01 WS-HS-EOF-SWITCH PIC X VALUE "N".
          88 HS-EOF              VALUE "Y".
       01 WS-SCL-CHECK-SEASON PIC 9(4) VALUE 0.
       01 WS-SCL-CLOSED-SWITCH PIC X VALUE "N".
          88 SEASON-IS-CLOSED    VALUE "Y".
       01 WS-SCL-SNAPSHOT-SWITCH PIC X VALUE "N".
          88 SEASON-SNAPSHOT-ON  VALUE "Y".
       01 WS-SCL-OK-SWITCH PIC X VALUE "Y".
          88 SEASON-CLOSE-OK     VALUE "Y".
       01 WS-SCL-CONFIRM   PIC X VALUE "N".
          88 SCL-CONFIRMED       VALUE "Y" "y".
       01 WS-SCL-OPEN-GAMES PIC 9(4) VALUE 0.
       01 WS-SCL-OPEN-CASES PIC 9(4) VALUE 0.
       01 WS-SCL-STANDINGS PIC 9(5) VALUE 0.
       01 WS-SCL-BALANCES  PIC 9(5) VALUE 0.
       01 WS-SCL-OPENINGS  PIC 9(5) VALUE 0.
       01 WS-SCL-RESETS    PIC 9(5) VALUE 0.
       01 WS-SCL-PLAYER    PIC 9(3) VALUE 0.
       01 WS-SCL-BALANCE   PIC S9(6)V99 VALUE 0.
       01 WS-SCL-ENTRIES   PIC 9(5) VALUE 0.
       01 WS-SCL-FIRST-ID  PIC 9(8) VALUE 0.
       01 WS-SCL-NEXT-ID   PIC 9(8) VALUE 0.
       01 WS-SCL-PM-SWITCH PIC X VALUE "N".
          88 SCL-PM-OPEN         VALUE "Y".
      *     累計總分歸零前先把下一季以後已經有場次的玩家標起
      *     來 (用玩家編號當註標)，那些人主檔上已經是新一季的
      *     分數，不能動
       01 WS-SCL-KEPT      PIC 9(5) VALUE 0.
       01 WS-SCL-LATER-TABLE.
          05 WS-SCL-LATER-FLAG PIC X OCCURS 999 TIMES.
             88 SCL-HAS-LATER       VALUE "Y".

      * 18. 淘汰賽作業用：種子排序表、標準種子籤位表 (1 對最
      *     後一種、2 對倒數第二種...由 [1,2] 逐次對折展開)，
      *     還有一場比賽完賽時要判勝負的對戰清單 - 先掃完籤
      *     表記下來再逐筆處理，不在循序讀的中途改別的記錄
       01 WS-TN-STATUS     PIC X(2) VALUE "00".
       01 WS-BR-STATUS     PIC X(2) VALUE "00".
       01 WS-TN-OPEN-SWITCH PIC X VALUE "N".
          88 TOURNMST-OPEN       VALUE "Y".
       01 WS-BR-OPEN-SWITCH PIC X VALUE "N".
          88 BRACKET-OPEN        VALUE "Y".
       01 WS-BR-EOF-SWITCH PIC X VALUE "N".
          88 BR-EOF              VALUE "Y".
       01 WS-TN-EOF-SWITCH PIC X VALUE "N".
          88 TN-EOF              VALUE "Y".
       01 WS-TRN-FUNC      PIC X VALUE SPACE.
          88 TRN-CREATE          VALUE "C" "c".
          88 TRN-GAME            VALUE "G" "g".
          88 TRN-PLAYOFF         VALUE "P" "p".
          88 TRN-REPORT          VALUE "B" "b".
          88 TRN-LIST            VALUE "L" "l".
          88 TRN-EXIT            VALUE "X" "x".
       01 WS-TRN-TYPE-IN   PIC X VALUE SPACE.
          88 TRN-TYPE-PLAYERS    VALUE "P" "p".
          88 TRN-TYPE-TEAMS      VALUE "T" "t".
       01 WS-TRN-METHOD-IN PIC X VALUE SPACE.
          88 TRN-BY-HANDICAP     VALUE "H" "h".
          88 TRN-BY-STANDINGS    VALUE "S" "s".
       01 WS-TRN-ID        PIC 9(4) VALUE 0.
       01 WS-TRN-NAME-IN   PIC X(20) VALUE SPACES.
       01 WS-TRN-SEASON-IN PIC 9(4) VALUE 0.
       01 WS-TRN-SEED-SEASON-IN PIC 9(4) VALUE 0.
       01 WS-TRN-COUNT     PIC 9(2) VALUE 0.
       01 WS-TRN-ENTRANT-IN PIC 9(3) VALUE 0.
       01 WS-TRN-ROUND-IN  PIC 9 VALUE 0.
       01 WS-TRN-MATCH-IN  PIC 9(2) VALUE 0.
       01 WS-TRN-GAME-IN   PIC 9(8) VALUE 0.
       01 WS-TRN-OK-SWITCH PIC X VALUE "Y".
          88 TRN-OK              VALUE "Y".
       01 WS-TRN-I         PIC 9(2) VALUE 0.
       01 WS-TRN-J         PIC 9(2) VALUE 0.
       01 WS-TRN-K         PIC 9(2) VALUE 0.
       01 WS-TRN-SIZE      PIC 9(2) VALUE 0.
       01 WS-TRN-ROUNDS    PIC 9(2) VALUE 0.
       01 WS-TRN-MATCHES   PIC 9(2) VALUE 0.
       01 WS-TRN-LEN       PIC 9(2) VALUE 0.
       01 WS-TRN-SEED-A    PIC 9(2) VALUE 0.
       01 WS-TRN-SEED-B    PIC 9(2) VALUE 0.
       01 WS-TRN-SEED-TABLE.
          05 WS-TRN-SEED-ENTRY OCCURS 32 TIMES.
             10 WS-TRN-S-ID     PIC 9(3).
             10 WS-TRN-S-KEY    PIC 9(6).
       01 WS-TRN-HOLD-ENTRY.
          05 WS-TRN-HOLD-ID     PIC 9(3).
          05 WS-TRN-HOLD-KEY    PIC 9(6).
       01 WS-TRN-ORDER-TABLE.
          05 WS-TRN-ORDER       PIC 9(2) OCCURS 32 TIMES.
       01 WS-TRN-WORK-TABLE.
          05 WS-TRN-WORK        PIC 9(2) OCCURS 32 TIMES.
       01 WS-TRN-SEED-VALUE PIC 9(3) VALUE 0.
       01 WS-TRN-HCP-SUM   PIC 9(6) VALUE 0.
       01 WS-TRN-HCP-COUNT PIC 9(3) VALUE 0.
       01 WS-TRN-SIDE      PIC 9(3) VALUE 0.
       01 WS-TRN-SCORE     PIC 9(5) VALUE 0.
       01 WS-TRN-PLAYED-SWITCH PIC X VALUE "N".
          88 TRN-SIDE-PLAYED     VALUE "Y".
       01 WS-TRN-PLAYED-A  PIC X VALUE "N".
       01 WS-TRN-PLAYED-B  PIC X VALUE "N".
       01 WS-TRN-DECIDE-GAME PIC 9(8) VALUE 0.
       01 WS-TRN-WINNER    PIC 9(3) VALUE 0.
       01 WS-TRN-WIN-SEED  PIC 9(2) VALUE 0.
       01 WS-TRN-NEXT-ROUND PIC 9 VALUE 0.
       01 WS-TRN-NEXT-MATCH PIC 9(2) VALUE 0.
       01 WS-TRN-NEXT-SLOT PIC X VALUE SPACE.
       01 WS-TRN-CUR-TOURN PIC 9(4) VALUE 0.
       01 WS-TRN-QUOTIENT  PIC 9(2) VALUE 0.
       01 WS-TRN-REMAINDER PIC 9(2) VALUE 0.
       01 WS-TRN-DUE-MAX   PIC 9(2) VALUE 20.
       01 WS-TRN-DUE-COUNT PIC 9(2) VALUE 0.
       01 WS-TRN-D         PIC 9(2) VALUE 0.
       01 WS-TRN-DUE-TABLE.
          05 WS-TRN-DUE OCCURS 20 TIMES.
             10 WS-TRN-DUE-TOURN PIC 9(4).
             10 WS-TRN-DUE-ROUND PIC 9.
             10 WS-TRN-DUE-MATCH PIC 9(2).
       01 WS-TRN-TA-SWITCH PIC X VALUE "N".
          88 TRN-TA-OPEN         VALUE "Y".
       01 WS-TRN-PM-SWITCH PIC X VALUE "N".
          88 TRN-PM-OPEN         VALUE "Y".
       01 WS-TRN-TM-SWITCH PIC X VALUE "N".
          88 TRN-TM-OPEN         VALUE "Y".
       01 WS-TRN-NAME      PIC X(20) VALUE SPACES.
       01 WS-TRN-ROUND-NAME PIC X(12) VALUE SPACES.
       01 WS-TRN-STATUS-TEXT PIC X(30) VALUE SPACES.
       01 WS-TRN-TO-PLAY   PIC 9(3) VALUE 0.
       01 WS-TRN-SEED-X    PIC Z9.
       01 WS-TRN-SCORE-X   PIC ZZZZ9.

      * 19. 聯盟賽程作業用：一晚最多 20 桌的名單整晚載進來，
      *     出勤報表才查得出「沒來」跟「換到別桌」的差別；隊
      *     伍小計一季最多 30 支隊
       01 WS-FX-STATUS     PIC X(2) VALUE "00".
       01 WS-FX-OPEN-SWITCH PIC X VALUE "N".
          88 FIXTURE-OPEN        VALUE "Y".
       01 WS-FX-EOF-SWITCH PIC X VALUE "N".
          88 FX-EOF              VALUE "Y".
       01 WS-FIX-FUNC      PIC X VALUE SPACE.
          88 FIX-ADD             VALUE "A" "a".
          88 FIX-LIST            VALUE "L" "l".
          88 FIX-REGISTER        VALUE "R" "r".
          88 FIX-ATTENDANCE      VALUE "T" "t".
          88 FIX-EXIT            VALUE "X" "x".
       01 WS-FIX-NIGHT     PIC 9(8) VALUE 0.
       01 WS-FIX-TABLE-IN  PIC 9(2) VALUE 0.
       01 WS-FIX-GAME-IN   PIC 9(8) VALUE 0.
       01 WS-FIX-RULESET-IN PIC X(8) VALUE SPACES.
       01 WS-FIX-COUNT-IN  PIC 9 VALUE 0.
       01 WS-FIX-PLAYER-IN PIC 9(3) VALUE 0.
       01 WS-FIX-I         PIC 9(2) VALUE 0.
       01 WS-FIX-J         PIC 9(2) VALUE 0.
       01 WS-FIX-T         PIC 9(2) VALUE 0.
       01 WS-FIX-OK-SWITCH PIC X VALUE "Y".
          88 FIX-OK              VALUE "Y".
       01 WS-FIX-PM-SWITCH PIC X VALUE "N".
          88 FIX-PM-OPEN         VALUE "Y".
       01 WS-FIX-LOCAL-SWITCH PIC X VALUE "N".
          88 FIX-LOCAL-OPEN      VALUE "Y".
       01 WS-FIX-TA-SWITCH PIC X VALUE "N".
          88 FIX-TA-OPEN         VALUE "Y".
       01 WS-FIX-TM-SWITCH PIC X VALUE "N".
          88 FIX-TM-OPEN         VALUE "Y".
       01 WS-FIX-REGISTERED PIC 9(3) VALUE 0.
       01 WS-FIX-ALREADY   PIC 9(3) VALUE 0.
       01 WS-FIX-CONFLICTS PIC 9(3) VALUE 0.
       01 WS-FIX-LINEUP-SWITCH PIC X VALUE "N".
          88 FIX-LINEUP-FOUND    VALUE "Y".
       01 WS-FIX-LINEUP-TABLE PIC 9(2) VALUE 0.
       01 WS-FIX-LINEUP-COUNT PIC 9 VALUE 0.
       01 WS-FIX-LINEUP.
          05 WS-FIX-LINEUP-ID   PIC 9(3) OCCURS 8 TIMES.
       01 WS-FIX-NIGHT-MAX PIC 9(2) VALUE 20.
       01 WS-FIX-NIGHT-COUNT PIC 9(2) VALUE 0.
       01 WS-FIX-NIGHT-TABLE.
          05 WS-FIX-NT OCCURS 20 TIMES.
             10 WS-FIX-NT-TABLE  PIC 9(2).
             10 WS-FIX-NT-GAME   PIC 9(8).
             10 WS-FIX-NT-COUNT  PIC 9.
             10 WS-FIX-NT-PLAYER PIC 9(3) OCCURS 8 TIMES.
       01 WS-FIX-ATT-PLAYER PIC 9(3) VALUE 0.
       01 WS-FIX-ATT-GAME  PIC 9(8) VALUE 0.
       01 WS-FIX-FOUND-SWITCH PIC X VALUE "N".
          88 FIX-PLAYER-FOUND    VALUE "Y".
       01 WS-FIX-MOVED-TABLE PIC 9(2) VALUE 0.
       01 WS-FIX-KIND      PIC X(12) VALUE SPACES.
       01 WS-FIX-NAME      PIC X(20) VALUE SPACES.
       01 WS-FIX-TEAM      PIC 9(3) VALUE 0.
       01 WS-FIX-TEAM-NAME PIC X(20) VALUE SPACES.
       01 WS-FIX-SCHEDULED PIC 9(4) VALUE 0.
       01 WS-FIX-ATTENDED  PIC 9(4) VALUE 0.
       01 WS-FIX-NO-SHOWS  PIC 9(4) VALUE 0.
       01 WS-FIX-SUBS      PIC 9(4) VALUE 0.
       01 WS-FIX-MOVED     PIC 9(4) VALUE 0.
       01 WS-FIX-TEAM-MAX  PIC 9(2) VALUE 30.
       01 WS-FIX-TEAM-COUNT PIC 9(2) VALUE 0.
       01 WS-FIX-TEAM-FOUND-SWITCH PIC X VALUE "N".
          88 FIX-TEAM-FOUND      VALUE "Y".
       01 WS-FIX-TEAM-TABLE.
          05 WS-FIX-TT OCCURS 30 TIMES.
             10 WS-FIX-TT-TEAM   PIC 9(3).
             10 WS-FIX-TT-NOSHOW PIC 9(4).
             10 WS-FIX-TT-SUBS   PIC 9(4).

      * 20. 俱樂部紀錄簿用：四個紀錄項目的名稱、連勝門檻，每
      *     一場每位玩家收尾時要比的四個值；破紀錄跟個人最佳
      *     的通知先排在表上，賽後排行榜一起印出來
       01 WS-RB-STATUS     PIC X(2) VALUE "00".
       01 WS-RB-OPEN-SWITCH PIC X VALUE "N".
          88 RECBOOK-OPEN        VALUE "Y".
       01 WS-RB-LOCAL-SWITCH PIC X VALUE "N".
          88 RB-LOCAL-OPEN       VALUE "Y".
       01 WS-RB-EOF-SWITCH PIC X VALUE "N".
          88 RB-EOF              VALUE "Y".
       01 WS-RB-QUIET-SWITCH PIC X VALUE "N".
          88 RB-QUIET            VALUE "Y".
       01 WS-RB-TYPE-NAMES-BULK.
          05 FILLER           PIC X(22) VALUE "HIGHEST GAME".
          05 FILLER           PIC X(22) VALUE "MOST YACHTS IN A NIGHT".
          05 FILLER           PIC X(22) VALUE "BEST UPPER SECTION".
          05 FILLER           PIC X(22) VALUE "LONGEST 250+ STREAK".
       01 WS-RB-TYPE-NAMES-TABLE REDEFINES WS-RB-TYPE-NAMES-BULK.
          05 WS-RB-TYPE-NAME  PIC X(22) OCCURS 4 TIMES.
       01 WS-RB-TYPE-COUNT PIC 9 VALUE 4.
       01 WS-RB-STREAK-MIN PIC 9(3) VALUE 250.
       01 WS-RB-GAME       PIC 9(8) VALUE 0.
       01 WS-RB-PLAYER     PIC 9(3) VALUE 0.
       01 WS-RB-NAME       PIC X(20) VALUE SPACES.
       01 WS-RB-TOTAL      PIC 9(5) VALUE 0.
       01 WS-RB-YACHTS     PIC 9(5) VALUE 0.
       01 WS-RB-UPPER      PIC 9(5) VALUE 0.
       01 WS-RB-DATE       PIC 9(8) VALUE 0.
       01 WS-RB-VALUES.
          05 WS-RB-VAL        PIC 9(5) OCCURS 4 TIMES.
       01 WS-RB-T          PIC 9 VALUE 0.
       01 WS-RB-OLD-BEST   PIC 9(5) VALUE 0.
       01 WS-RB-PB-SWITCH  PIC X VALUE "N".
          88 RB-PERSONAL-BEST    VALUE "Y".
       01 WS-RB-CLUB-SWITCH PIC X VALUE "N".
          88 RB-NEW-CLUB-RECORD  VALUE "Y".
       01 WS-RB-STREAK-PB-SWITCH PIC X VALUE "N".
          88 RB-STREAK-PB        VALUE "Y".
       01 WS-RB-STREAK-OLD PIC 9(5) VALUE 0.
       01 WS-RB-SAVE-RECORD PIC X(112) VALUE SPACES.
       01 WS-RB-VALUE-X    PIC ZZZZ9.
       01 WS-RB-OLD-X      PIC ZZZZ9.
       01 WS-RB-NOTICE-MAX PIC 9(2) VALUE 32.
       01 WS-RB-NOTICE-COUNT PIC 9(2) VALUE 0.
       01 WS-RB-N          PIC 9(2) VALUE 0.
       01 WS-RB-NOTICE-TABLE.
          05 WS-RB-NOTICE     PIC X(80) OCCURS 32 TIMES.
       01 WS-RB-NOTICE-LINE PIC X(80) VALUE SPACES.
       01 WS-RB-PTR        PIC 9(3) VALUE 1.
       01 WS-RB-FUNC       PIC X VALUE SPACE.
          88 RB-REPORT           VALUE "R" "r".
          88 RB-REBUILD          VALUE "B" "b".
          88 RB-EXIT             VALUE "X" "x".
       01 WS-RB-CONFIRM    PIC X VALUE "N".
          88 RB-CONFIRMED        VALUE "Y" "y".
       01 WS-RB-SORT-EOF-SWITCH PIC X VALUE "N".
          88 RB-SORT-EOF         VALUE "Y".
       01 WS-RB-HAVE-TOTAL-SWITCH PIC X VALUE "N".
          88 RB-HAVE-TOTAL       VALUE "Y".
       01 WS-RB-PREV-GAME  PIC 9(8) VALUE 0.
       01 WS-RB-PREV-PLAYER PIC 9(3) VALUE 0.
       01 WS-RB-YEAR       PIC 9(4) VALUE 0.
       01 WS-RB-FIRST-YEAR PIC 9(4) VALUE 0.
       01 WS-RB-LAST-YEAR  PIC 9(4) VALUE 0.
       01 WS-RB-ROWS       PIC 9(7) VALUE 0.
       01 WS-RB-ARCH-FILES PIC 9(3) VALUE 0.
       01 WS-RB-POSTED     PIC 9(6) VALUE 0.

      * 21. 規則試算用：替代規則檔名、試算的季別，現行規則
      *     先存起來 (試算時整組換成替代規則，算完再換回來)；
      *     一場的成績組跟季賽積分表同容量，玩家彙總表直接用
      *     玩家編號當下標 - 編號只有三碼，一季幾位玩家都裝得下
       01 WS-SIM-RF-STATUS PIC X(2) VALUE "00".
       01 WS-SIM-RULES-NAME PIC X(8) VALUE "SIMRULES".
       01 WS-SIM-RULES-INPUT PIC X(8) VALUE SPACES.
       01 WS-SIM-SEASON    PIC 9(4) VALUE 0.
       01 WS-SIM-LOADED-SWITCH PIC X VALUE "N".
          88 SIM-RULES-LOADED    VALUE "Y".
       01 WS-SIM-ERROR-SWITCH PIC X VALUE "N".
          88 SIM-ERROR           VALUE "Y".
       01 WS-SIM-LIVE-RULES.
          05 WS-SIM-LIVE-NAME    PIC X(8).
          05 WS-SIM-LIVE-SMALL   PIC 9(3).
          05 WS-SIM-LIVE-LARGE   PIC 9(3).
          05 WS-SIM-LIVE-YACHT   PIC 9(3).
          05 WS-SIM-LIVE-LIMIT   PIC 9(3).
          05 WS-SIM-LIVE-AMOUNT  PIC 9(3).
          05 WS-SIM-LIVE-FULL    PIC 9(3).
          05 WS-SIM-LIVE-SECOND  PIC 9(3).
          05 WS-SIM-LIVE-FEE     PIC 9(3)V99.
          05 WS-SIM-LIVE-SPLIT   PIC 9(3) OCCURS 3 TIMES.
       01 WS-SIM-ALT-RULES.
          05 WS-SIM-ALT-NAME     PIC X(8).
          05 WS-SIM-ALT-SMALL    PIC 9(3).
          05 WS-SIM-ALT-LARGE    PIC 9(3).
          05 WS-SIM-ALT-YACHT    PIC 9(3).
          05 WS-SIM-ALT-LIMIT    PIC 9(3).
          05 WS-SIM-ALT-AMOUNT   PIC 9(3).
          05 WS-SIM-ALT-FULL     PIC 9(3).
          05 WS-SIM-ALT-SECOND   PIC 9(3).
          05 WS-SIM-ALT-FEE      PIC 9(3)V99.
          05 WS-SIM-ALT-SPLIT    PIC 9(3) OCCURS 3 TIMES.
       01 WS-SIM-CUR-GAME  PIC 9(8) VALUE 0.
       01 WS-SIM-GROUP-MAX PIC 9(3) VALUE 500.
       01 WS-SIM-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-SIM-I         PIC 9(3) VALUE 0.
       01 WS-SIM-J         PIC 9(3) VALUE 0.
       01 WS-SIM-POINTS    PIC 9(4) VALUE 0.
       01 WS-SIM-GROUP-TABLE.
          05 WS-SIM-GROUP OCCURS 500 TIMES.
             10 WS-SIM-G-PLAYER  PIC 9(3).
             10 WS-SIM-G-ACT     PIC 9(4).
             10 WS-SIM-G-SIM     PIC 9(4).
       01 WS-SIM-G-HOLD    PIC X(11) VALUE SPACES.
       01 WS-SIM-PLAYER-TABLE.
          05 WS-SIM-P OCCURS 999 TIMES.
             10 WS-SIM-P-NAME      PIC X(20).
             10 WS-SIM-P-GAMES     PIC 9(3).
             10 WS-SIM-P-ACT-TOTAL PIC 9(6).
             10 WS-SIM-P-SIM-TOTAL PIC 9(6).
             10 WS-SIM-P-ACT-PTS   PIC 9(5).
             10 WS-SIM-P-SIM-PTS   PIC 9(5).
             10 WS-SIM-P-ACT-BEST  PIC 9(4).
             10 WS-SIM-P-SIM-BEST  PIC 9(4).
             10 WS-SIM-P-ACT-PRIZE PIC 9(6)V99.
             10 WS-SIM-P-SIM-PRIZE PIC 9(6)V99.
             10 WS-SIM-P-ACT-RANK  PIC 9(3).
             10 WS-SIM-P-SIM-RANK  PIC 9(3).
       01 WS-SIM-ID        PIC 9(3) VALUE 0.
       01 WS-SIM-Q         PIC 9(3) VALUE 0.
       01 WS-SIM-RANK      PIC 9(3) VALUE 0.
       01 WS-SIM-PLAYERS   PIC 9(3) VALUE 0.
       01 WS-SIM-ROUND     PIC 99 VALUE 0.
       01 WS-SIM-TURNS     PIC 99 VALUE 0.
       01 WS-SIM-TOTAL     PIC 9(4) VALUE 0.
       01 WS-SIM-UPPER     PIC 9(4) VALUE 0.
       01 WS-SIM-YACHT-SWITCH PIC X VALUE "N".
          88 SIM-YACHT-SCORED    VALUE "Y".
       01 WS-SIM-POOL      PIC 9(6)V99 VALUE 0.
       01 WS-SIM-PAY       PIC 9(5)V99 VALUE 0.
       01 WS-SIM-GAMES     PIC 9(5) VALUE 0.
       01 WS-SIM-RESCORED  PIC 9(5) VALUE 0.
       01 WS-SIM-UNSCORED  PIC 9(5) VALUE 0.
       01 WS-SIM-ACT-PRIZE-SUM PIC 9(7)V99 VALUE 0.
       01 WS-SIM-SIM-PRIZE-SUM PIC 9(7)V99 VALUE 0.
       01 WS-SIM-DIFF      PIC S9(6) VALUE 0.
       01 WS-SIM-GP-X      PIC ZZ9.
       01 WS-SIM-ACT-X     PIC ZZZZZ9.
       01 WS-SIM-SIM-X     PIC ZZZZZ9.
       01 WS-SIM-DIFF-X    PIC ----9.
       01 WS-SIM-ARK-X     PIC ZZ9.
       01 WS-SIM-SRK-X     PIC ZZ9.
       01 WS-SIM-APZ-X     PIC ZZZZZ9.99.
       01 WS-SIM-SPZ-X     PIC ZZZZZ9.99.
       01 WS-SIM-FEE-X     PIC ZZ9.99.
       01 WS-SIM-SUM-A-X   PIC ZZZZZ9.99.
       01 WS-SIM-SUM-S-X   PIC ZZZZZ9.99.

      * 22. 玩家併檔用：重複編號跟保留編號、三趟掃檔 (C=檢查
      *     撞鍵並點併檔前筆數，M=搬，A=點併檔後筆數)、六個檔
      *     的名稱跟前後筆數；搬一筆時原記錄先存起來，寫新鍵、
      *     刪舊鍵再從舊鍵之後重新定位往下讀
       01 WS-MRG-LOG-STATUS PIC X(2) VALUE "00".
       01 WS-MRG-DUP       PIC 9(3) VALUE 0.
       01 WS-MRG-SURV      PIC 9(3) VALUE 0.
       01 WS-MRG-SURV-NAME PIC X(20) VALUE SPACES.
       01 WS-MRG-CONFIRM   PIC X VALUE "N".
          88 MRG-CONFIRMED       VALUE "Y" "y".
       01 WS-MRG-OK-SWITCH PIC X VALUE "N".
          88 MRG-OK              VALUE "Y".
       01 WS-MRG-PASS      PIC X VALUE SPACE.
          88 MRG-CHECK-PASS      VALUE "C".
          88 MRG-MOVE-PASS       VALUE "M".
          88 MRG-COUNT-PASS      VALUE "A".
       01 WS-MRG-EOF-SWITCH PIC X VALUE "N".
          88 MRG-EOF             VALUE "Y".
       01 WS-MRG-FILE-NAMES-BULK.
          05 FILLER        PIC X(8) VALUE "SCOREHST".
          05 FILLER        PIC X(8) VALUE "SEASONLG".
          05 FILLER        PIC X(8) VALUE "MONEYLG".
          05 FILLER        PIC X(8) VALUE "TEAMASGN".
          05 FILLER        PIC X(8) VALUE "CHKPOINT".
          05 FILLER        PIC X(8) VALUE "SUSPENSE".
       01 WS-MRG-FILE-NAMES-TABLE REDEFINES WS-MRG-FILE-NAMES-BULK.
          05 WS-MRG-FILE-NAME PIC X(8) OCCURS 6 TIMES.
       01 WS-MRG-FILE-COUNT PIC 9 VALUE 6.
       01 WS-MRG-F         PIC 9 VALUE 0.
       01 WS-MRG-COUNT-TABLE.
          05 WS-MRG-CNT OCCURS 6 TIMES.
             10 WS-MRG-DUP-BEFORE  PIC 9(6).
             10 WS-MRG-SURV-BEFORE PIC 9(6).
             10 WS-MRG-DUP-AFTER   PIC 9(6).
             10 WS-MRG-SURV-AFTER  PIC 9(6).
             10 WS-MRG-MOVED       PIC 9(6).
       01 WS-MRG-DUP-N     PIC 9(6) VALUE 0.
       01 WS-MRG-SURV-N    PIC 9(6) VALUE 0.
       01 WS-MRG-COLLISIONS PIC 9(5) VALUE 0.
       01 WS-MRG-FAILURES  PIC 9(5) VALUE 0.
       01 WS-MRG-SAVE-RECORD PIC X(64) VALUE SPACES.
       01 WS-MRG-RESUB-SWITCH PIC X VALUE "N".
          88 MRG-RESUB-PENDING   VALUE "Y".
      *     期初餘額併在一起時的淨額 (C 正 D 負)
       01 WS-MRG-NET       PIC S9(6)V99 VALUE 0.
       01 WS-MRG-NETTED-SWITCH PIC X VALUE "N".
          88 MRG-O-NETTED        VALUE "Y".

      * 23. 稽核紀錄的串：序號高水位、活檔跟目前開著的歸檔檔
      *     各自最後一筆的檢查值；檢查值 = 前一筆的檢查值乘 31
      *     加上本筆每個字元碼，逐字元取 999999937 的餘數。驗證
      *     作業逐檔逐筆重算，斷串、順序倒退另外計件，序號再整
      *     批排序查空號跟重號
       01 WS-ACH-SEQ       PIC 9(8) VALUE 0.
       01 WS-ACH-LAST      PIC 9(9) VALUE 0.
       01 WS-ACH-ARCH-LAST PIC 9(9) VALUE 0.
       01 WS-ACH-SEED      PIC 9(9) VALUE 0.
       01 WS-ACH-MODULUS   PIC 9(9) VALUE 999999937.
       01 WS-ACH-NOW       PIC X(21) VALUE SPACES.
       01 WS-ACH-CLOCK     PIC 9(10) VALUE 0.
       01 WS-ACH-WORK      PIC 9(11) VALUE 0.
       01 WS-ACH-QUOT      PIC 9(11) VALUE 0.
       01 WS-ACH-HASH      PIC 9(9) VALUE 0.
       01 WS-ACH-I         PIC 9(3) VALUE 0.
       01 WS-ACH-READ      PIC 9(8) VALUE 0.
       01 WS-ACH-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-ACH-STATUS    PIC X(2) VALUE "00".
       01 WS-ACH-HOLD      PIC X(93) VALUE SPACES.
       01 WS-ACH-REC.
          05 WS-ACH-REC-BODY  PIC X(84).
          05 WS-ACH-REC-CHAIN PIC 9(9).
       01 WS-ACH-REC-VIEW REDEFINES WS-ACH-REC.
          05 FILLER           PIC X(75).
          05 WS-ACH-REC-SOURCE PIC X.
             88 ACH-REC-SEED      VALUE "S".
          05 WS-ACH-REC-SEQ   PIC 9(8).
          05 FILLER           PIC X(9).
       01 WS-ACH-EOF-SWITCH PIC X VALUE "N".
          88 ACH-EOF             VALUE "Y".
       01 WS-ACH-REPORT-SWITCH PIC X VALUE "N".
          88 ACH-REPORTING       VALUE "Y".
       01 WS-ACH-POS       PIC 9(7) VALUE 0.
       01 WS-ACH-PREV-CHAIN PIC 9(9) VALUE 0.
       01 WS-ACH-PREV-SEQ  PIC 9(8) VALUE 0.
       01 WS-ACH-FILE-HIGH PIC 9(8) VALUE 0.
       01 WS-ACH-HIGH-WATER PIC 9(8) VALUE 0.
       01 WS-ACH-REASON    PIC X(30) VALUE SPACES.
       01 WS-ACH-FILES     PIC 9(3) VALUE 0.
       01 WS-ACH-OPEN-FAILS PIC 9(3) VALUE 0.
       01 WS-ACH-RECORDS   PIC 9(8) VALUE 0.
       01 WS-ACH-BREAKS    PIC 9(6) VALUE 0.
       01 WS-ACH-ORDER-ERRS PIC 9(6) VALUE 0.
       01 WS-ACH-GAPS      PIC 9(6) VALUE 0.
       01 WS-ACH-DUPS      PIC 9(6) VALUE 0.
       01 WS-ACH-EXPECT    PIC 9(8) VALUE 0.
       01 WS-ACH-GAP-TO    PIC 9(8) VALUE 0.
       01 WS-ACH-PREV-FILE PIC X(8) VALUE SPACES.
       01 WS-ACH-YEAR      PIC 9(4) VALUE 0.
       01 WS-ACH-FIRST-YEAR PIC 9(4) VALUE 0.
       01 WS-ACH-LAST-YEAR PIC 9(4) VALUE 0.

      * 24. 賽後通知用：暫存檔跟通知檔的狀態、當晚的營業日
      *     (清晨 WS-NTF-CUTOFF 點以前還算前一晚)、有沒有新的
      *     通知待出檔、送出跟不送的筆數、總分雜湊跟餘額
       01 WS-NQ-STATUS     PIC X(2) VALUE "00".
       01 WS-NT-STATUS     PIC X(2) VALUE "00".
       01 WS-NQ-OPEN-SWITCH PIC X VALUE "N".
          88 NOTIFYQ-OPEN        VALUE "Y".
       01 WS-NQ-EOF-SWITCH PIC X VALUE "N".
          88 NQ-EOF              VALUE "Y".
       01 WS-NTF-PENDING-SWITCH PIC X VALUE "N".
          88 NTF-PENDING         VALUE "Y".
       01 WS-NTF-FOUND-SWITCH PIC X VALUE "N".
          88 NTF-FOUND           VALUE "Y".
       01 WS-NTF-ML-SWITCH PIC X VALUE "N".
          88 NTF-ML-OPEN         VALUE "Y".
       01 WS-NTF-CUTOFF    PIC X(2) VALUE "06".
       01 WS-NTF-NOW       PIC X(21) VALUE SPACES.
       01 WS-NTF-NIGHT     PIC 9(8) VALUE 0.
       01 WS-NTF-PLAYER    PIC 9(3) VALUE 0.
       01 WS-NTF-I         PIC 9(3) VALUE 0.
       01 WS-NTF-POS       PIC 9(3) VALUE 0.
       01 WS-NTF-SENT      PIC 9(5) VALUE 0.
       01 WS-NTF-SUPPRESSED PIC 9(5) VALUE 0.
       01 WS-NTF-HASH      PIC 9(9) VALUE 0.
       01 WS-NTF-HCP-OLD   PIC 9(3) VALUE 0.
       01 WS-NTF-HCP-NEW   PIC 9(3) VALUE 0.
       01 WS-NTF-BAL       PIC S9(6)V99 VALUE 0.
       01 WS-NTF-BAL-ED    PIC 9(6).99.
       01 WS-NTF-DC        PIC X VALUE "C".

      * 25. 舊版面轉檔用：目前在轉的檔名跟備份檔名、各檔狀
      *     態、轉了幾個檔幾筆、已經是新版面跳過幾個、失敗幾個
       01 WS-LA-STATUS     PIC X(2) VALUE "00".
       01 WS-CB-STATUS     PIC X(2) VALUE "00".
       01 WS-LP-STATUS     PIC X(2) VALUE "00".
       01 WS-CV-STATUS     PIC X(2) VALUE "00".
       01 WS-CNV-FILE-NAME PIC X(8) VALUE SPACES.
       01 WS-CNV-BACKUP-NAME PIC X(8) VALUE SPACES.
       01 WS-CNV-CONFIRM   PIC X VALUE "N".
          88 CNV-CONFIRMED       VALUE "Y" "y".
       01 WS-CNV-EOF-SWITCH PIC X VALUE "N".
          88 CNV-EOF             VALUE "Y".
       01 WS-CNV-LEGACY-SWITCH PIC X VALUE "N".
          88 CNV-FILE-IS-LEGACY  VALUE "Y".
       01 WS-CNV-OK-SWITCH PIC X VALUE "Y".
          88 CNV-STEP-OK         VALUE "Y".
       01 WS-CNV-FILES     PIC 9(3) VALUE 0.
       01 WS-CNV-SKIPPED   PIC 9(3) VALUE 0.
       01 WS-CNV-FAILS     PIC 9(3) VALUE 0.
       01 WS-CNV-RECORDS   PIC 9(8) VALUE 0.
       01 WS-CNV-FILE-RECS PIC 9(8) VALUE 0.
       01 WS-CNV-PREV-CHAIN PIC 9(9) VALUE 0.
       01 WS-CNV-PLAYERS   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
    
       MAIN-LOGIC.
      * 先問操作員編號並對 OPERMST 檔簽到檢核，檔上沒有的編號
      * 直接結束；過了才選要跑一整局互動式遊戲、批次，還是
      * 其他報表/維護作業，批次跟重送只有主管等級能走。YACHTCTL
      * 控制卡在的話就是夜間排程在跑，整個走無人值守作業，不
      * 問終端機
           PERFORM OPEN-CONTROL-CARDS
           IF RUN-UNATTENDED
               PERFORM NIGHTLY-RUN
               STOP RUN
           END-IF

           DISPLAY "Enter operator id: "
           ACCEPT WS-OPERATOR-ID
           PERFORM VALIDATE-OPERATOR
               DISPLAY "         13=Player money statements"
               DISPLAY "         14=Operator activity report"
               DISPLAY "         15=Load sister-club extract"
               DISPLAY "         16=Dice integrity report"
               DISPLAY "         17=Score disputes/corrections"
               DISPLAY "         18=Season close/year-end rollover"
               DISPLAY "         19=Knockout tournaments"
               DISPLAY "         20=League fixture schedule"
               DISPLAY "         21=Club record book"
               DISPLAY "         22=What-if rules simulation"
               DISPLAY "         23=Audit log chain verification"
               DISPLAY "         24=Legacy file conversion: "
               ACCEPT WS-RUN-MODE

      * 成功簽到連同選的作業模式一起落簽到紀錄 - 稽核問的
                           DISPLAY "Dice integrity report requires "
                                   "supervisor authorization."
                       END-IF
                   WHEN 17
                       PERFORM DISPUTE-MAINTENANCE
                   WHEN 18
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM SEASON-CLOSE
                       ELSE
                           DISPLAY "Season close requires supervisor "
                                   "authorization."
                       END-IF
                   WHEN 19
                       PERFORM TOURNAMENT-MAINTENANCE
                   WHEN 20
                       PERFORM FIXTURE-MAINTENANCE
                   WHEN 21
                       PERFORM RECORD-BOOK-MAINTENANCE
                   WHEN 22
                       PERFORM RULES-SIMULATION
                   WHEN 23
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM AUDIT-CHAIN-VERIFY
                       ELSE
                           DISPLAY "Audit chain verification requires "
                                   "supervisor authorization."
                       END-IF
                   WHEN 24
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM LEGACY-FILE-CONVERSION
                       ELSE
                           DISPLAY "Legacy file conversion requires "
                                   "supervisor authorization."
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO WS-RUN-MODE
                       PERFORM INTERACTIVE-GAME

               PERFORM MARK-GAME-COMPLETE
               PERFORM POST-GAME-MONEY
               PERFORM NTF-NOTE-GAME
               PERFORM PRINT-LEADERBOARD

               CLOSE SCORE-HISTORY-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE SEASON-LEDGER-FILE
               CLOSE GAME-MASTER-FILE
               IF NTF-PENDING
                   PERFORM NTF-WRITE-FILE
               END-IF
           END-IF.

       BATCH-GAME.
           PERFORM OPEN-GAME-MASTER
           PERFORM CHECK-GAME-REGISTRY
           IF NOT GAME-IS-OPEN
               MOVE 8 TO WS-STEP-RC
               DISPLAY "Game " WS-GAME-ID " is not registered as "
                       "open - batch run aborted."
               CLOSE GAME-MASTER-FILE
           ELSE
               OPEN INPUT GAME-TRANSACTIONS-FILE
               IF WS-GT-STATUS NOT = "00"
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "GAMETRAN transaction file not available "
                           "- status " WS-GT-STATUS
                           ", batch run aborted."
      * 檔，跟互動模式的 FINALIZE-SCORECARD 對齊；一場動到
      * 的玩家全都完賽就順手標完賽、入錢帳。沒打完的先不
      * 動，等之後的批次或重送把缺的輪數補齊。改走工作檔
      * 之後筆數沒有上限，大批次不會再有場次漏入帳。主檔關
      * 了以後，這一批完賽的場次整理成賽後通知檔
           IF WS-BL-NOTED > 0
               PERFORM OPEN-SEASON-LEDGER
               PERFORM OPEN-PLAYER-MASTER
                   OUTPUT PROCEDURE IS POST-LEDGER-FROM-SORT
               CLOSE SEASON-LEDGER-FILE
               CLOSE PLAYER-MASTER-FILE
               IF NTF-PENDING
                   PERFORM NTF-WRITE-FILE
               END-IF
           END-IF.

       RELEASE-BLEDGER-WORK.
               MOVE WS-BL-PREV-GAME TO WS-GAME-ID
               PERFORM MARK-GAME-COMPLETE
               PERFORM POST-GAME-MONEY
               PERFORM NTF-NOTE-GAME
           END-IF
           MOVE "Y" TO WS-BL-GAME-DONE-SWITCH.

      * 掃 (WS-BL-CUR-GAME, WS-BL-CUR-PLAYER) 這一場的史檔：
      * 1-12 輪的筆數拿來判斷完賽，分數連同 13 輪以後的加碼
      * 紀錄一起加總，上半區項目另外小計算紅利；有人沒打完
      * 就把這一場的「全完賽」開關關掉。yacht 跟加碼的筆數
      * 順便數起來，打完的場次要跟俱樂部紀錄簿比
           MOVE 0 TO WS-BL-FILLED
           MOVE 0 TO WS-BL-TOTAL
           MOVE 0 TO WS-BL-UPPER
           MOVE 0 TO WS-RB-YACHTS
           PERFORM VARYING WS-CHK-ROUND FROM 1 BY 1
                   UNTIL WS-CHK-ROUND
                         > WS-TOTAL-CATEGORY-COUNT * 2
                       ADD 1 TO WS-BL-FILLED
                   END-IF
                   ADD SH-RESULT TO WS-BL-TOTAL
                   IF (SH-CATEGORY = "yacht" AND SH-RESULT > 0)
                      OR SH-CATEGORY = "second-yacht"
                       ADD 1 TO WS-RB-YACHTS
                   END-IF
                   MOVE SH-CATEGORY TO WS-CATEGORY
                   PERFORM FIND-CATEGORY-INDEX
                   IF WS-CAT-INDEX > 0
                       WRITE SL-RECORD
                   END-IF

      * 主檔的累計總分是玩家最後一場的總分，補入帳或更正的
      * 是比較舊的場次就不蓋回去
                   IF WS-PM-STATUS = "00"
                       PERFORM BL-CHECK-LATEST-GAME
                       IF BL-GAME-IS-LATEST
                           MOVE WS-BL-TOTAL TO PM-RUNNING-TOTAL
                           REWRITE PM-RECORD
                       END-IF
                   ELSE
                       MOVE WS-BL-CUR-PLAYER TO PM-PLAYER-ID
                       MOVE SPACES      TO PM-PLAYER-NAME
                       MOVE WS-CURRENT-DATE(1:8)  TO PM-JOIN-DATE
                       MOVE 0   TO PM-HANDICAP
                       MOVE "N" TO PM-HCP-FROZEN
                       MOVE 0   TO PM-MERGED-INTO
                       MOVE SPACES TO PM-CONTACT
                       MOVE "N" TO PM-NOTIFY-OPT-OUT
                       WRITE PM-RECORD
                   END-IF
               END-IF
               PERFORM RB-POST-FROM-BATCH
           ELSE
               MOVE "N" TO WS-BL-GAME-DONE-SWITCH
           END-IF.

       BL-CHECK-LATEST-GAME.
      * 總帳的鍵是季別+場次+玩家，這一場後面 (鍵比較大) 還有
      * 同一位玩家的記錄，就表示這一場不是他最後一場
           MOVE "Y" TO WS-BL-LATEST-SWITCH
           MOVE WS-BL-CUR-GAME(1:4) TO SL-SEASON
           MOVE WS-BL-CUR-GAME   TO SL-GAME-ID
           MOVE WS-BL-CUR-PLAYER TO SL-PLAYER-ID
           START SEASON-LEDGER-FILE KEY > SL-KEY
           IF WS-SL-STATUS = "00"
               MOVE "N" TO WS-SL-EOF-SWITCH
               PERFORM UNTIL SL-EOF OR NOT BL-GAME-IS-LATEST
                   READ SEASON-LEDGER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-READ
                   IF WS-SL-STATUS NOT = "00"
                       MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-IF
                   IF NOT SL-EOF
                      AND SL-PLAYER-ID = WS-BL-CUR-PLAYER
                       MOVE "N" TO WS-BL-LATEST-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-BATCH-CHECKPOINT.
      * BATCHCKP 第一次也不存在，跟其他索引檔一樣先建檔；開
      * 不起來就不做接關，批次照樣跑得完，只是中斷後得整批
                   DISPLAY "Commit point found: " BK-TRANS-DONE
                           " transactions were committed before "
                           "the last run stopped."
                   IF RUN-UNATTENDED
                       MOVE WS-JOB-PARM-FLAG TO WS-BCP-CHOICE
                   ELSE
                       DISPLAY "Resume after the commit point? "
                               "(Y/N): "
                       ACCEPT WS-BCP-CHOICE
                   END-IF
                   IF BCP-RESUME-REQUESTED
                       MOVE "Y" TO WS-BCP-RESTART-SWITCH
                       MOVE BK-TRANS-DONE TO WS-BCP-SKIP-COUNT
      * 批次跑完印一張摘要報表：總件數、被拒絕件數跟總分
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", batch summary not written."
           END-IF.

       PLAYER-MAINTENANCE.
      * 玩家主檔維護作業：新增、改名/改狀態、停用、列出主檔
      * 全部玩家跟重複玩家併檔 (主管限定)，反覆問到操作員選
      * X 離開為止
           PERFORM OPEN-PLAYER-MASTER
           MOVE SPACE TO WS-MAINT-FUNC
           PERFORM WITH TEST AFTER UNTIL MAINT-EXIT
               DISPLAY "Function: A=Add C=Change D=Deactivate "
                       "L=List O=Add operator T=Teams "
                       "M=Merge duplicate X=Exit: "
               ACCEPT WS-MAINT-FUNC
               EVALUATE TRUE
                   WHEN MAINT-ADD
                       PERFORM MAINT-ADD-OPERATOR
                   WHEN MAINT-TEAM
                       PERFORM TEAM-MAINTENANCE
                   WHEN MAINT-MERGE
                       PERFORM MAINT-MERGE-PLAYER
                   WHEN MAINT-EXIT
                       CONTINUE
                   WHEN OTHER

       MAINT-ADD-PLAYER.
      * 新增玩家：編號已經在檔上就擋掉，新玩家以有效狀態、
      * 今天的日期入會，累計總分從 0 開始；手機跟 email 可以
      * 先空著，之後再從改資料補
           DISPLAY "Enter player id to add: "
           ACCEPT WS-MAINT-ID
           MOVE WS-MAINT-ID TO PM-PLAYER-ID
           ELSE
               DISPLAY "Enter player name: "
               ACCEPT WS-MAINT-NAME
               DISPLAY "Enter phone (blank=none): "
               MOVE SPACES TO WS-MAINT-PHONE
               ACCEPT WS-MAINT-PHONE
               DISPLAY "Enter email (blank=none): "
               MOVE SPACES TO WS-MAINT-EMAIL
               ACCEPT WS-MAINT-EMAIL
               MOVE WS-MAINT-ID   TO PM-PLAYER-ID
               MOVE WS-MAINT-NAME TO PM-PLAYER-NAME
               MOVE 0             TO PM-RUNNING-TOTAL
               MOVE WS-CURRENT-DATE(1:8)  TO PM-JOIN-DATE
               MOVE 0             TO PM-HANDICAP
               MOVE "N"           TO PM-HCP-FROZEN
               MOVE 0             TO PM-MERGED-INTO
               MOVE SPACES        TO PM-CONTACT
               MOVE WS-MAINT-PHONE TO PM-PHONE
               MOVE WS-MAINT-EMAIL TO PM-EMAIL
               MOVE "N"           TO PM-NOTIFY-OPT-OUT
               WRITE PM-RECORD
               IF WS-PM-STATUS = "00"
                   DISPLAY "Player " PM-PLAYER-ID " added."

       MAINT-CHANGE-PLAYER.
      * 改玩家資料：名字空白就不改，狀態輸入 A/I 才改 (空白
      * 不改)，改回 A 就是重新啟用；最後是聯絡資料跟通知旗標
           DISPLAY "Enter player id to change: "
           ACCEPT WS-MAINT-ID
           MOVE WS-MAINT-ID TO PM-PLAYER-ID
               DISPLAY "New status (A/I, blank=keep): "
               MOVE SPACE TO WS-MAINT-STATUS
               ACCEPT WS-MAINT-STATUS
      * 併掉的重複編號不能再啟用 - 成績已經都搬走了
               IF WS-MAINT-STATUS = "A" AND PM-MERGED-INTO > 0
                   DISPLAY "Player merged into " PM-MERGED-INTO
                           " - cannot be reactivated."
               ELSE
                   IF WS-MAINT-STATUS = "A" OR WS-MAINT-STATUS = "I"
                       MOVE WS-MAINT-STATUS TO PM-STATUS
                   END-IF
               END-IF
      * 差點只給看跟凍結/解凍 - 數值本身歸差點重算作業管
               DISPLAY "Current handicap: " PM-HANDICAP
               IF WS-MAINT-FREEZE = "N" OR WS-MAINT-FREEZE = "n"
                   MOVE "N" TO PM-HCP-FROZEN
               END-IF
      * 聯絡資料：空白不改，輸入 * 是清掉 (玩家換號碼又還沒
      * 給新的)；不收通知的旗標跟凍結一樣只收 Y/N
               DISPLAY "Current phone: " PM-PHONE
               DISPLAY "New phone (blank=keep, *=clear): "
               MOVE SPACES TO WS-MAINT-PHONE
               ACCEPT WS-MAINT-PHONE
               IF WS-MAINT-PHONE = "*"
                   MOVE SPACES TO PM-PHONE
               ELSE
                   IF WS-MAINT-PHONE NOT = SPACES
                       MOVE WS-MAINT-PHONE TO PM-PHONE
                   END-IF
               END-IF
               DISPLAY "Current email: " PM-EMAIL
               DISPLAY "New email (blank=keep, *=clear): "
               MOVE SPACES TO WS-MAINT-EMAIL
               ACCEPT WS-MAINT-EMAIL
               IF WS-MAINT-EMAIL = "*"
                   MOVE SPACES TO PM-EMAIL
               ELSE
                   IF WS-MAINT-EMAIL NOT = SPACES
                       MOVE WS-MAINT-EMAIL TO PM-EMAIL
                   END-IF
               END-IF
               DISPLAY "Opted out of notices: " PM-NOTIFY-OPT-OUT
               DISPLAY "Opt out of notices (Y/N, blank=keep): "
               MOVE SPACE TO WS-MAINT-OPTOUT
               ACCEPT WS-MAINT-OPTOUT
               IF WS-MAINT-OPTOUT = "Y" OR WS-MAINT-OPTOUT = "y"
                   MOVE "Y" TO PM-NOTIFY-OPT-OUT
               END-IF
               IF WS-MAINT-OPTOUT = "N" OR WS-MAINT-OPTOUT = "n"
                   MOVE "N" TO PM-NOTIFY-OPT-OUT
               END-IF
               REWRITE PM-RECORD
               IF WS-PM-STATUS = "00"
                   DISPLAY "Player " PM-PLAYER-ID " updated."

       MAINT-LIST-PLAYERS.
      * 把主檔從頭到尾列出來：編號、名字、狀態、入會日期跟
      * 目前累計總分，一行一位玩家；有聯絡資料或不收通知的
      * 多印一行
           MOVE "N" TO WS-PM-EOF-SWITCH
           MOVE 0 TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE KEY >= PM-PLAYER-ID
                               " " PM-STATUS "  " PM-JOIN-DATE
                               " " PM-RUNNING-TOTAL
                               " " PM-HANDICAP "  " PM-HCP-FROZEN
                       IF PM-MERGED-INTO > 0
                           DISPLAY "    merged into " PM-MERGED-INTO
                       END-IF
                       IF PM-PHONE NOT = SPACES
                          OR PM-EMAIL NOT = SPACES OR PM-OPTED-OUT
                           DISPLAY "    contact " PM-PHONE " "
                                   PM-EMAIL " opt-out "
                                   PM-NOTIFY-OPT-OUT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           END-IF.

       TEAM-ADD-TEAM.
      * 建一支隊伍：季別 + 隊號已經在檔上就擋掉；結算過的季
      * 別不再收新隊伍
           DISPLAY "Enter season (YYYY): "
           ACCEPT WS-TEAM-SEASON
           DISPLAY "Enter team id: "
           ACCEPT WS-TEAM-ID-IN
           MOVE WS-TEAM-SEASON TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           MOVE WS-TEAM-SEASON TO TM-SEASON
           MOVE WS-TEAM-ID-IN  TO TM-TEAM-ID
           READ TEAM-MASTER-FILE
           IF SEASON-IS-CLOSED
               DISPLAY "Season " WS-TEAM-SEASON " is closed - "
                       "teams cannot be added."
           ELSE
               IF WS-TM-STATUS = "00"
                   DISPLAY "Team " TM-TEAM-ID " already on file for "
                           TM-SEASON " (" TM-TEAM-NAME ")."
               ELSE
                   DISPLAY "Enter team name: "
                   ACCEPT WS-TEAM-NAME-IN
                   MOVE WS-TEAM-SEASON  TO TM-SEASON
                   MOVE WS-TEAM-ID-IN   TO TM-TEAM-ID
                   MOVE WS-TEAM-NAME-IN TO TM-TEAM-NAME
                   WRITE TM-RECORD
                   IF WS-TM-STATUS = "00"
                       DISPLAY "Team " TM-TEAM-ID " added for season "
                               TM-SEASON "."
                   ELSE
                       DISPLAY "Add failed - status " WS-TM-STATUS
                   END-IF
               END-IF
           END-IF.

       TEAM-ASSIGN-PLAYER.
      * 指派一位玩家到一支隊伍：玩家要在主檔上、隊伍要先建
      * 好；同一季重新指派就蓋掉舊的 - 隊伍換人用這個改。結
      * 算過的季別隊伍已經定案，不再改指派
           DISPLAY "Enter season (YYYY): "
           ACCEPT WS-TEAM-SEASON
           DISPLAY "Enter player id: "
           ACCEPT WS-TEAM-PLAYER
           MOVE WS-TEAM-SEASON TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           MOVE WS-TEAM-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF SEASON-IS-CLOSED
               DISPLAY "Season " WS-TEAM-SEASON " is closed - "
                       "team assignments are final."
           ELSE
               IF WS-PM-STATUS NOT = "00"
                   DISPLAY "Player " WS-TEAM-PLAYER " not on file - "
                           "add the player first."
               ELSE
                   DISPLAY "Enter team id: "
                   ACCEPT WS-TEAM-ID-IN
                   MOVE WS-TEAM-SEASON TO TM-SEASON
                   MOVE WS-TEAM-ID-IN  TO TM-TEAM-ID
                   READ TEAM-MASTER-FILE
                   IF WS-TM-STATUS NOT = "00"
                       DISPLAY "Team " WS-TEAM-ID-IN " not on file for "
                               WS-TEAM-SEASON " - add the team first."
                   ELSE
                       MOVE WS-TEAM-SEASON TO TA-SEASON
                       MOVE WS-TEAM-PLAYER TO TA-PLAYER-ID
                       MOVE WS-TEAM-ID-IN  TO TA-TEAM-ID
                       REWRITE TA-RECORD
                       IF WS-TA-STATUS NOT = "00"
                           WRITE TA-RECORD
                       END-IF
                       IF WS-TA-STATUS = "00"
                           DISPLAY "Player " TA-PLAYER-ID
                                   " assigned to team " TA-TEAM-ID
                                   " for season " TA-SEASON "."
                       ELSE
                           DISPLAY "Assign failed - status "
                                   WS-TA-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       REG-REGISTER-GAME.
      * 登錄新場次：編號已經在檔上就擋掉請對方換號 (同一晚兩
      * 桌就是靠不同編號分開的)，規則組帶目前生效的那一組，
      * 操作員帶簽到的編號，新場次一律從進行中開始；編號落在
      * 已經結算的季別就不收
           DISPLAY "Enter game id to register (YYYYMMDD style, "
                   "0=today): "
           ACCEPT WS-REG-GAME-ID
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-REG-GAME-ID
           END-IF
           MOVE WS-REG-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           MOVE WS-REG-GAME-ID TO GM-GAME-ID
           READ GAME-MASTER-FILE
           IF SEASON-IS-CLOSED
               DISPLAY "Season " WS-SCL-CHECK-SEASON " is closed - "
                       "game " WS-REG-GAME-ID " cannot be registered."
           ELSE
               IF WS-GM-STATUS = "00"
                   DISPLAY "Game " GM-GAME-ID " already registered - "
                           "status " GM-STATUS
                           ", pick another number for this table."
               ELSE
                   DISPLAY "Enter game date (YYYYMMDD, 0=today): "
                   ACCEPT WS-REG-DATE
                   IF WS-REG-DATE = 0
                       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE(1:8) TO WS-REG-DATE
                   END-IF
                   DISPLAY "Enter table number: "
                   ACCEPT WS-REG-TABLE
                   MOVE WS-REG-GAME-ID   TO GM-GAME-ID
                   MOVE WS-REG-DATE      TO GM-GAME-DATE
                   MOVE WS-RULESET-NAME  TO GM-RULESET
                   MOVE WS-OPERATOR-ID   TO GM-OPERATOR-ID
                   MOVE WS-REG-TABLE     TO GM-TABLE-NO
                   MOVE "O"              TO GM-STATUS
                   WRITE GM-RECORD
                   IF WS-GM-STATUS = "00"
                       DISPLAY "Game " GM-GAME-ID " registered as open."
                   ELSE
                       DISPLAY "Register failed - status " WS-GM-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-LAST-REG-GAME.

       REG-REOPEN-GAME.
      * 重開一場完賽的場次收補登分數 (主管限定)；已經歸檔的
      * 紀錄都搬走了，不准重開，季別結算過的也不准
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Reopening a game requires supervisor "
                       "authorization."
               IF WS-GM-STATUS NOT = "00"
                   DISPLAY "Game " WS-REG-GAME-ID " not registered."
               ELSE
                   MOVE GM-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
                   PERFORM CHECK-SEASON-CLOSED
                   IF SEASON-IS-CLOSED
                       DISPLAY "Season " WS-SCL-CHECK-SEASON
                               " is closed - game " GM-GAME-ID
                               " cannot be reopened."
                   ELSE
                       IF GM-COMPLETE
                           MOVE "O" TO GM-STATUS
                           REWRITE GM-RECORD
                           IF WS-GM-STATUS = "00"
                               DISPLAY "Game " GM-GAME-ID " reopened."
                           ELSE
                               DISPLAY "Update failed - status "
                                       WS-GM-STATUS
                           END-IF
                       ELSE
                           IF GM-ARCHIVED
                               DISPLAY "Game " GM-GAME-ID
                                       " is archived - cannot be "
                                       "reopened."
                           ELSE
                               DISPLAY "Game " GM-GAME-ID
                                       " is already open."
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   DISPLAY "Enter round (0=all): "
                   ACCEPT WS-INQ-ROUND

                   PERFORM INQUIRY-DISPUTE
                   PERFORM INQUIRY-SCORE-HISTORY
                   PERFORM INQUIRY-AUDIT-LOG
                   PERFORM INQUIRY-SEASON-LEDGER
                      AND (WS-INQ-ROUND = 0
                           OR AL-ROUND = WS-INQ-ROUND)
                       ADD 1 TO WS-INQ-AL-COUNT
                       IF AL-SOURCE = "R"
                           DISPLAY AL-TIMESTAMP " OP " AL-OPERATOR-ID
                                   " RND " AL-ROUND
                                   " CORRECTION REASON "
                                   AL-REASON-TEXT
                       ELSE
                           DISPLAY AL-TIMESTAMP " OP " AL-OPERATOR-ID
                                   " RND " AL-ROUND " " AL-CATEGORY
                                   " SCORE " AL-RESULT
                                   " RULES " AL-RULESET
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-AUDIT-LOG
               END-PERFORM
               END-IF
           END-IF.

       INQUIRY-DISPUTE.
      * 這一場還有受理中的爭議案件就先在畫面最上面標出來 -
      * 櫃台才知道這一場的彩金為什麼還沒入帳
           MOVE WS-INQ-GAME-ID TO WS-DSP-CHECK-GAME
           PERFORM CHECK-GAME-DISPUTE
           IF GAME-DISPUTE-OPEN
               DISPLAY "*** GAME " WS-INQ-GAME-ID " HAS AN OPEN "
                       "SCORE DISPUTE - WINNINGS HELD ***"
           END-IF.

       HANDICAP-RECALC.
      * 差點重算 (定期批次，通常一季跑幾次)：每位玩家拿他在
      * 季賽總帳裡最近 WS-HCP-GAMES 場的總分平均跟標準桿比，
      * 差多少就是新差點 (平均比標準桿高就歸零)；凍結的玩家
      * 跳過不動。新舊差點印成報表留底，玩家隔天就看得到
      * 自己的差點怎麼動的；有變的順便記進賽後通知暫存檔，
      * 收尾重出通知檔
           MOVE 0 TO WS-HCP-PLAYERS
           MOVE 0 TO WS-HCP-CHANGED
           MOVE 0 TO WS-HCP-FROZEN-CT
           PERFORM OPEN-PLAYER-MASTER
           OPEN INPUT SEASON-LEDGER-FILE
           IF WS-SL-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "SEASONLG season ledger not available - "
                       "status " WS-SL-STATUS
                       ", handicaps unchanged."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "YACHTRPT report file could not be "
                           "opened - status " WS-RPT-STATUS
                           ", handicaps unchanged."
                     INTO RPT-LINE
                   WRITE RPT-LINE

                   PERFORM NTF-SET-NIGHT
                   PERFORM OPEN-NOTIFY-QUEUE
                   MOVE 0 TO PM-PLAYER-ID
                   START PLAYER-MASTER-FILE KEY >= PM-PLAYER-ID
                   IF WS-PM-STATUS NOT = "00"
                           PERFORM RECALC-ONE-HANDICAP
                       END-IF
                   END-PERFORM
                   IF NOTIFYQ-OPEN
                       CLOSE NOTIFY-QUEUE-FILE
                       MOVE "N" TO WS-NQ-OPEN-SWITCH
                   END-IF

                   MOVE SPACES TO RPT-LINE
                   STRING "Players reviewed " DELIMITED BY SIZE
               END-IF
               CLOSE SEASON-LEDGER-FILE
               CLOSE PLAYER-MASTER-FILE
               IF NTF-PENDING
                   PERFORM NTF-WRITE-FILE
               END-IF
           END-IF.

       RECALC-ONE-HANDICAP.
                   END-IF
                   MOVE WS-HCP-NEW TO PM-HANDICAP
                   REWRITE PM-RECORD
                   IF NOTIFYQ-OPEN
                       PERFORM NTF-NOTE-HANDICAP
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "PLR "        DELIMITED BY SIZE
                          PM-PLAYER-ID  DELIMITED BY SIZE
           WRITE RPT-LINE.

       STMT-DETAIL-LINE.
      * 一筆帳一行：借方扣、貸方加，餘額一路滾下來。季末結
      * 轉的期初餘額就是上一季結完的餘額，碰到它餘額直接換
      * 成它 - 不再往上加，不然上一季的帳會算兩次
           ADD 1 TO WS-STMT-COUNT
           IF ML-OPENING-BALANCE
               MOVE 0 TO WS-STMT-BAL
           END-IF
           IF ML-DC = "C"
               ADD ML-AMOUNT TO WS-STMT-BAL
           ELSE
               SUBTRACT ML-AMOUNT FROM WS-STMT-BAL
           END-IF
           EVALUATE TRUE
               WHEN ML-ENTRY-FEE
                   MOVE "FEE " TO WS-STMT-TYPE-X
                   ADD 1 TO WS-STMT-GAMES
                   ADD ML-AMOUNT TO WS-STMT-FEES
               WHEN ML-OPENING-BALANCE
                   MOVE "OPEN" TO WS-STMT-TYPE-X
               WHEN OTHER
                   MOVE "WIN " TO WS-STMT-TYPE-X
                   ADD ML-AMOUNT TO WS-STMT-WINS
           END-EVALUATE
           MOVE ML-AMOUNT TO WS-STMT-AMT-ED
           MOVE WS-STMT-BAL TO WS-STMT-BAL-ED
           MOVE SPACES TO RPT-LINE
       SETUP-PLAYERS.
      * 問要幾位玩家、每位玩家的編號，把計分卡初始化；玩家
      * 編號一定要在主檔裡而且是有效狀態才收，名字直接從主檔
      * 帶出來，拼錯的名字請先用維護作業改好再開局。賽程檔
      * 上這一場有排名單就先列出來，人數跟每個位置輸入 0 就
      * 照排定的帶，有人代打就直接輸入代打的編號
           PERFORM FIX-FIND-LINEUP
           IF FIX-LINEUP-FOUND
               PERFORM FIX-SHOW-LINEUP
               DISPLAY "How many players (1-8, 0=scheduled "
                       WS-FIX-LINEUP-COUNT ")? "
           ELSE
               DISPLAY "How many players (1-8)? "
           END-IF
           ACCEPT WS-NUM-PLAYERS
           IF WS-NUM-PLAYERS = 0 AND FIX-LINEUP-FOUND
               MOVE WS-FIX-LINEUP-COUNT TO WS-NUM-PLAYERS
           END-IF
           IF WS-NUM-PLAYERS < 1 OR WS-NUM-PLAYERS > WS-MAX-PLAYERS
               MOVE 1 TO WS-NUM-PLAYERS
           END-IF
           PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
                   UNTIL WS-PLAYER-INDEX > WS-NUM-PLAYERS
               PERFORM WITH TEST AFTER UNTIL PLAYER-ID-OK
                   IF FIX-LINEUP-FOUND
                      AND WS-PLAYER-INDEX <= WS-FIX-LINEUP-COUNT
                       DISPLAY "Enter player id for player "
                               WS-PLAYER-INDEX " (0=scheduled "
                               WS-FIX-LINEUP-ID(WS-PLAYER-INDEX)
                               "): "
                       ACCEPT WS-SC-PLAYER-ID(WS-PLAYER-INDEX)
                       IF WS-SC-PLAYER-ID(WS-PLAYER-INDEX) = 0
                           MOVE WS-FIX-LINEUP-ID(WS-PLAYER-INDEX)
                               TO WS-SC-PLAYER-ID(WS-PLAYER-INDEX)
                       END-IF
                   ELSE
                       DISPLAY "Enter player id for player "
                               WS-PLAYER-INDEX ": "
                       ACCEPT WS-SC-PLAYER-ID(WS-PLAYER-INDEX)
                   END-IF
                   MOVE "Y" TO WS-PLAYER-OK-SWITCH
                   MOVE WS-SC-PLAYER-ID(WS-PLAYER-INDEX)
                       TO PM-PLAYER-ID

       FINALIZE-SCORECARD.
      * 整局結束：上半區達到規則組的紅利門檻就加上規則組的
      * 紅利金額，算出總分再同步回 PLAYER-MASTER；收尾的分數
      * 順便跟俱樂部紀錄簿比一比
           IF WS-SC-UPPER-TOTAL(WS-PLAYER-INDEX) >= WS-UPPER-BONUS-LIMIT
               MOVE WS-UPPER-BONUS-AMOUNT
                   TO WS-SC-UPPER-BONUS(WS-PLAYER-INDEX)
           PERFORM COMPUTE-GRAND-TOTAL
           PERFORM UPDATE-PLAYER-MASTER
           PERFORM WRITE-SEASON-LEDGER
           PERFORM RB-POST-FROM-SCORECARD

           DISPLAY "=== Player " WS-SC-PLAYER-ID(WS-PLAYER-INDEX)
                   " final score ==="
               MOVE WS-CURRENT-DATE(1:8) TO PM-JOIN-DATE
               MOVE 0   TO PM-HANDICAP
               MOVE "N" TO PM-HCP-FROZEN
               MOVE 0   TO PM-MERGED-INTO
               MOVE SPACES TO PM-CONTACT
               MOVE "N" TO PM-NOTIFY-OPT-OUT
               WRITE PM-RECORD
           END-IF.

       CHECK-GAME-REGISTRY.
      * WS-GAME-ID 這一場要在登錄主檔上、狀態還是進行中才放行
      * 計分；同一場連續查會中上一次的快取。主檔開不起來就一
      * 律不放行 - 沒登錄就計分正是這支主檔要堵的洞。季別已
      * 經結算封存的場次也不放行，派過彩金的季不能再進分數
           IF WS-GAME-ID NOT = WS-LAST-REG-GAME
               MOVE WS-GAME-ID TO WS-LAST-REG-GAME
               MOVE "N" TO WS-GAME-OPEN-SWITCH
                   MOVE WS-GAME-ID TO GM-GAME-ID
                   READ GAME-MASTER-FILE
                   IF WS-GM-STATUS = "00" AND GM-OPEN
                       MOVE WS-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
                       PERFORM CHECK-SEASON-CLOSED
                       IF SEASON-IS-CLOSED
                           DISPLAY "Season " WS-SCL-CHECK-SEASON
                                   " is closed - game " WS-GAME-ID
                                   " does not accept postings."
                       ELSE
                           MOVE "Y" TO WS-GAME-OPEN-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARK-GAME-COMPLETE.
      * 整場打完就把登錄主檔上的狀態改成完賽：這一場從此不再
      * 收分數，歸檔作業也只認完賽狀態的場次。這一場如果是
      * 淘汰賽籤表上的對戰，接著照季賽總帳判勝負、勝方晉級 -
      * 兩個呼叫的地方 (互動局、批次入帳) 季賽總帳都已經開著
           IF GAMEMAST-OPEN
               MOVE WS-GAME-ID TO GM-GAME-ID
               READ GAME-MASTER-FILE
                   IF WS-GM-STATUS = "00"
                       DISPLAY "Game " WS-GAME-ID
                               " marked complete in registry."
                       PERFORM TRN-GAME-COMPLETED
                   ELSE
                       DISPLAY "GAMEMAST update failed - status "
                               WS-GM-STATUS
                   PERFORM WRITE-MONEY-RECORD
               END-PERFORM

      * 重跑入帳 (分數更正過、爭議結案) 名次可能換人：這一
      * 場舊的彩金先全部撤掉再照新名次發；這一場還有受理中
      * 的爭議就只撤不發，彩金扣住等案件結了再入。撤不掉 (本
      * 來就沒有的 23 不算) 的玩家這次不發，免得新舊兩筆並存
               PERFORM VARYING WS-MG-I FROM 1 BY 1
                       UNTIL WS-MG-I > WS-MG-COUNT
                   MOVE "Y" TO WS-MG-W-SWITCH(WS-MG-I)
                   MOVE WS-MG-PLAYER-ID(WS-MG-I) TO ML-PLAYER-ID
                   MOVE WS-GAME-ID               TO ML-GAME-ID
                   MOVE "W"                      TO ML-TYPE
                   DELETE MONEY-LEDGER-FILE RECORD
                   IF WS-ML-STATUS NOT = "00"
                      AND WS-ML-STATUS NOT = "23"
                       MOVE "N" TO WS-MG-W-SWITCH(WS-MG-I)
                       DISPLAY "ERROR: MONEYLG delete failed - status "
                               WS-ML-STATUS " player " ML-PLAYER-ID
                               " game " ML-GAME-ID
                               ", winnings not re-posted."
                   END-IF
               END-PERFORM

               MOVE WS-GAME-ID TO WS-DSP-CHECK-GAME
               PERFORM CHECK-GAME-DISPUTE
               IF GAME-DISPUTE-OPEN
                   DISPLAY "Game " WS-GAME-ID " has an open score "
                           "dispute - winnings held back."
               ELSE
                   PERFORM VARYING WS-MG-I FROM 1 BY 1
                           UNTIL WS-MG-I > 3
                              OR WS-MG-I > WS-MG-COUNT
                       COMPUTE WS-PAY-AMT ROUNDED
                           = WS-POOL-AMT * WS-SPLIT-PCT(WS-MG-I)
                             / 100
                       IF WS-PAY-AMT > 0
                          AND MG-W-CLEARED(WS-MG-I)
                           MOVE WS-MG-PLAYER-ID(WS-MG-I)
                               TO ML-PLAYER-ID
                           MOVE WS-GAME-ID       TO ML-GAME-ID
                           MOVE "W"              TO ML-TYPE
                           MOVE WS-PAY-AMT       TO ML-AMOUNT
                           MOVE "C"              TO ML-DC
                           MOVE WS-CURRENT-DATE(1:8)
                                                 TO ML-POST-DATE
                           PERFORM WRITE-MONEY-RECORD
                       END-IF
                   END-PERFORM
               END-IF

               CLOSE MONEY-LEDGER-FILE
               MOVE "N" TO WS-ML-OPEN-SWITCH
               MOVE WS-POOL-AMT TO WS-POOL-ED

       GET-GAME-ID.
      * 問這一場的場次編號 (用比賽日期 YYYYMMDD)，輸入 0 就拿
      * 今天的日期當場次編號；季別取場次編號的年度四碼。夜間
      * 無人值守作業不問，場次編號照控制卡上的參數
           IF RUN-UNATTENDED
               MOVE WS-JOB-PARM-NUM TO WS-GAME-ID
           ELSE
               DISPLAY "Enter game id (YYYYMMDD, 0=today): "
               ACCEPT WS-GAME-ID
           END-IF
           IF WS-GAME-ID = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-GAME-ID
           END-PERFORM.

       CALCULATE-SCORE.
      * 算出這一輪的分數，加碼判斷完連同史檔跟稽核一起落檔
           PERFORM SCORE-CATEGORY

      * 家規：第二次擲出 yacht 拿去填別的項目還可以再加碼，
      * 只有互動模式看得到整張計分卡，批次交易不適用；加碼
      * 不混進項目分數，另外記欄位、另外寫紀錄
           MOVE "N" TO WS-SECOND-YACHT-SWITCH
           IF WS-RUN-MODE = 1 AND WS-RULE-SECOND-YACHT > 0
               PERFORM APPLY-SECOND-YACHT-BONUS
           END-IF

           PERFORM WRITE-SCORE-HISTORY
           PERFORM WRITE-AUDIT-LOG
           IF SECOND-YACHT-HIT
               PERFORM WRITE-SECOND-YACHT-RECORDS
           END-IF.

       SCORE-CATEGORY.
      * 依玩家宣告的項目，用 PROCESS-DICE 已經算好的點數統計表
      * (WS-COUNT) 與點數總和 (WS-DICE-SUM) 算出該項目的分數；
      * 只算分不落檔 - 分數更正要先寫更正前影像才能動檔
           EVALUATE WS-CATEGORY
               WHEN "ones"
                  COMPUTE WS-RESULT = WS-COUNT(1) * 1
                  END-IF
               WHEN OTHER
                  MOVE 0 TO WS-RESULT
           END-EVALUATE.

       APPLY-SECOND-YACHT-BONUS.
      * 這一把是 yacht、但 yacht 項目已經用高分填過，而且這次
           MOVE WS-RULE-SECOND-YACHT   TO AL-RESULT
           MOVE WS-RULESET-NAME        TO AL-RULESET
           MOVE WS-DICE-SOURCE         TO AL-SOURCE
           PERFORM WRITE-CHAINED-AUDIT
           MOVE "N" TO WS-SECOND-YACHT-SWITCH.

       WRITE-SCORE-HISTORY.
           END-IF.

       OPEN-AUDIT-LOG.
      * AUDITLOG 是循序檔，用 EXTEND 接在既有內容後面。接之前
      * 先讀一遍，找出檔上最大的序號跟最後一筆的檢查值，新寫
      * 的記錄才接得上串；第一次執行檔案還不存在 (35) 才改用
      * OUTPUT 建檔，第一筆先寫種子記錄。其他開檔錯誤不准開
      * OUTPUT - 那會把整份稽核紀錄清掉
           MOVE 0 TO WS-ACH-SEQ
           MOVE 0 TO WS-ACH-LAST
           MOVE 0 TO WS-ACH-READ
           MOVE "N" TO WS-AL-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-STATUS = "00"
               PERFORM READ-NEXT-AUDIT-LOG
               PERFORM UNTIL AL-EOF
                   ADD 1 TO WS-ACH-READ
                   IF AL-SEQ-NO > WS-ACH-SEQ
                       MOVE AL-SEQ-NO TO WS-ACH-SEQ
                   END-IF
                   MOVE AL-CHAIN TO WS-ACH-LAST
                   PERFORM READ-NEXT-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AL-STATUS = "00" AND WS-ACH-READ = 0
                   PERFORM ACH-NEW-SEED
                   PERFORM ACH-WRITE-LOG-SEED
               END-IF
           ELSE
               IF WS-AL-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
                   IF WS-AL-STATUS = "00"
                       PERFORM ACH-NEW-SEED
                       PERFORM ACH-WRITE-LOG-SEED
                   END-IF
               END-IF
           END-IF
           IF WS-AL-STATUS NOT = "00"
               DISPLAY "AUDITLOG could not be opened - status "
                       WS-AL-STATUS ", audit entries not written."
           END-IF.

       WRITE-CHAINED-AUDIT.
      * 稽核紀錄一律從這裡寫：序號接在檔上最大序號後面，檢查
      * 值接著前一筆滾算；寫成功才往前推，寫不進去的序號留給
      * 下一筆用，不會平白留下空號
           COMPUTE AL-SEQ-NO = WS-ACH-SEQ + 1
           PERFORM ACH-RECHAIN-AL-RECORD
           WRITE AL-RECORD
           IF WS-AL-STATUS = "00"
               MOVE AL-SEQ-NO TO WS-ACH-SEQ
               MOVE AL-CHAIN  TO WS-ACH-LAST
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE WS-RESULT              TO AL-RESULT
           MOVE WS-RULESET-NAME        TO AL-RULESET
           MOVE WS-DICE-SOURCE         TO AL-SOURCE
           PERFORM WRITE-CHAINED-AUDIT.

       PRINT-LEADERBOARD.
      * 賽後排行榜：先把計分卡依總分由高到低排好，再印成報表
                   WRITE RPT-LINE
               END-PERFORM

      * 這一場破了俱樂部紀錄或打出個人最佳的，名次下面各加
      * 一行 - 通知是 FINALIZE-SCORECARD 收尾時排進表的
               IF WS-RB-NOTICE-COUNT > 0
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM VARYING WS-RB-N FROM 1 BY 1
                           UNTIL WS-RB-N > WS-RB-NOTICE-COUNT
                       MOVE WS-RB-NOTICE(WS-RB-N) TO RPT-LINE
                       WRITE RPT-LINE
                   END-PERFORM
               END-IF
               MOVE 0 TO WS-RB-NOTICE-COUNT

               PERFORM PRINT-SCORECARD-SHEETS

               CLOSE REPORT-FILE
      * 隊伍)，發完把每個參賽單位的單場成績寫進 STWORK 工作
      * 檔，季彙總跟名次排序交給排序作業流式做 - 一季追蹤得
      * 了的玩家數沒有上限，不會再有「表滿不列入」這種事
           IF RUN-UNATTENDED
               MOVE WS-JOB-PARM-SEASON TO WS-SEASON
           ELSE
               DISPLAY "Enter season (YYYY): "
               ACCEPT WS-SEASON
           END-IF
           PERFORM COMPILE-SEASON-STANDINGS.

       COMPILE-SEASON-STANDINGS.
      * WS-SEASON 這一季的積分從頭算到印完報表；季末結算也走
      * 這一段，快照開關開著的話最後名次順手留進季別歷史檔
           MOVE 0 TO WS-GG-COUNT
           MOVE 0 TO WS-TG-COUNT
           MOVE 0 TO WS-GW-WRITTEN

           OPEN INPUT SEASON-LEDGER-FILE
           IF WS-SL-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "SEASONLG season ledger not available - "
                       "status " WS-SL-STATUS
                       ", no standings to report."
                   MOVE "Y" TO WS-SW-OPEN-SWITCH
               ELSE
                   MOVE "Y" TO WS-STAND-ERROR-SWITCH
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "ERROR: STWORK could not be opened - "
                           "status " WS-SW-STATUS
                           ", no standings to report."
      * 一場超過成績組表的容量：整份報表作廢大聲報錯，絕不
      * 靜悄悄少算一個人
                           MOVE "Y" TO WS-STAND-ERROR-SWITCH
                           MOVE 8 TO WS-STEP-RC
                           DISPLAY "ERROR: standings game group "
                                   "full - game " SL-GAME-ID
                                   ", report abandoned."
           OPEN OUTPUT STANDINGS-AGG-FILE
           IF WS-SG-STATUS NOT = "00"
               MOVE "Y" TO WS-STAND-ERROR-SWITCH
               MOVE 8 TO WS-STEP-RC
               DISPLAY "ERROR: STAGGWK could not be opened - "
                       "status " WS-SG-STATUS
                       ", report abandoned."
      * 分積分排一次印淨分組 - 報表能排幾位玩家沒有上限
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", standings not written."
                         INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   IF SEASON-SNAPSHOT-ON
                       PERFORM WRITE-STANDING-SNAPSHOT
                   END-IF
               END-IF
           END-PERFORM.


           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "AUDITLOG audit log not available - "
                       "status " WS-AL-STATUS
                       ", reconciliation aborted."

               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "YACHTRPT report file could not be "
                           "opened - status " WS-RPT-STATUS
                           ", reconciliation not written."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   IF NOT SH-AVAILABLE
                       MOVE 4 TO WS-STEP-RC
                       MOVE "SCOREHST not available - checks skipped"
                           TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   IF NOT PM-AVAILABLE
                       MOVE 4 TO WS-STEP-RC
                       MOVE "PLAYERMS not available - checks skipped"
                           TO RPT-LINE
                       WRITE RPT-LINE

                   OPEN OUTPUT RECON-WORK-FILE
                   IF WS-RW-STATUS NOT = "00"
                       MOVE 8 TO WS-STEP-RC
                       DISPLAY "ERROR: RCWORK could not be opened "
                               "- status " WS-RW-STATUS
                               ", reconciliation aborted."
       RELEASE-AUDIT-RECORDS.
      * 稽核紀錄逐筆帶讀入序號倒進排序作業 - 序號讓同鍵的
      * 最後一筆排在最後，去重時以它為準
      * 種子記錄不是計分，不進對帳
           PERFORM READ-NEXT-AUDIT-LOG
           PERFORM UNTIL AL-EOF
               IF NOT AL-SEED-ENTRY
                   ADD 1 TO WS-AUDIT-READ
                   ADD 1 TO WS-RC-SEQ
                   MOVE AL-GAME-ID   TO SR-RC-GAME-ID
                   MOVE AL-PLAYER-ID TO SR-RC-PLAYER-ID
                   MOVE AL-ROUND     TO SR-RC-ROUND
                   MOVE WS-RC-SEQ    TO SR-RC-SEQ
                   MOVE AL-CATEGORY  TO SR-RC-CATEGORY
                   MOVE AL-RESULT    TO SR-RC-RESULT
                   MOVE AL-RULESET   TO SR-RC-RULESET
                   RELEASE SR-RC-RECORD
               END-IF
               PERFORM READ-NEXT-AUDIT-LOG
           END-PERFORM.

               IF WS-RP-RULESET NOT = WS-RULESET-NAME
                   MOVE "N" TO WS-RP-CHECK-SWITCH
               END-IF
      * 最後一場落在已經結算的季別也跳過 - 結算時累計總分歸
      * 零了，主檔上本來就不會是那一場的分數
               MOVE WS-RP-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
               PERFORM CHECK-SEASON-CLOSED
               IF SEASON-IS-CLOSED
                   MOVE "N" TO WS-RP-CHECK-SWITCH
               END-IF
               IF SL-LEDGER-OPEN
                   MOVE WS-RP-GAME-ID(1:4) TO SL-SEASON
                   MOVE WS-RP-GAME-ID      TO SL-GAME-ID
           PERFORM GET-GAME-ID
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SH-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "SCOREHST history not available - status "
                       WS-SH-STATUS ", extract aborted."
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EX-STATUS NOT = "00"
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "YACHTEXT extract file could not be "
                           "opened - status " WS-EX-STATUS
                           ", extract aborted."
      * 尾錄的筆數就知道
           OPEN INPUT SEASON-LEDGER-FILE
           IF WS-SL-STATUS NOT = "00"
               MOVE 4 TO WS-STEP-RC
               DISPLAY "SEASONLG not available - status "
                       WS-SL-STATUS
                       ", no final scorecards extracted."
           IF LOAD-HEADER-SEEN AND WS-LOAD-GAME-ID > 0
               MOVE WS-LOAD-GAME-ID(1:4) TO WS-LOAD-SEASON
               PERFORM LOAD-CHECK-ALREADY-LOADED
               MOVE WS-LOAD-SEASON TO WS-SCL-CHECK-SEASON
               PERFORM CHECK-SEASON-CLOSED
               IF SEASON-IS-CLOSED
                   MOVE SPACES TO RPT-LINE
                   STRING "SEASON "            DELIMITED BY SIZE
                          WS-LOAD-SEASON       DELIMITED BY SIZE
                          " IS CLOSED - NO POSTINGS ACCEPTED"
                                               DELIMITED BY SIZE
                     INTO RPT-LINE
                   PERFORM LOAD-WRITE-EXCEPTION
               END-IF
           END-IF.

       LOAD-CHECK-ALREADY-LOADED.
               MOVE WS-CURRENT-DATE(1:8) TO PM-JOIN-DATE
               MOVE 0   TO PM-HANDICAP
               MOVE "N" TO PM-HCP-FROZEN
               MOVE 0   TO PM-MERGED-INTO
               MOVE SPACES TO PM-CONTACT
               MOVE "N" TO PM-NOTIFY-OPT-OUT
               WRITE PM-RECORD
               IF WS-PM-STATUS = "00"
                   ADD 1 TO WS-LOAD-NEWPLRS

       DICE-INTEGRITY-REPORT.
      * 骰子公正性報表：AUDITLOG 照季別掃一遍 (1-12 輪的正式
      * 計分才算，13 輪以後的加碼紀錄骰子是重複的不計，分數
      * 更正的前後影像跟理由也不是新的一擲，不計)，1-6
      * 點的出現次數總表加逐場/逐操作員各一份，yacht 跟四骰
      * 同號的千分比命中率跟全場平均比，偏太多的掛旗標；手
      * 動輸入跟電腦擲骰分開計數 - 「2 號桌的骰子公不公正」
      * 「手動場怎麼一直中 yacht」就看這張
           IF RUN-UNATTENDED
               MOVE WS-JOB-PARM-SEASON TO WS-DI-SEASON
           ELSE
               DISPLAY "Enter season (YYYY): "
               ACCEPT WS-DI-SEASON
           END-IF
           MOVE 0 TO WS-DI-READ
           MOVE 0 TO WS-DIG-COUNT
           MOVE 0 TO WS-DIP-COUNT

           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "AUDITLOG audit log not available - "
                       "status " WS-AL-STATUS
                       ", no dice analysis to report."
                   IF WS-REC-YEAR = WS-DI-SEASON
                      AND AL-ROUND >= 1
                      AND AL-ROUND <= WS-TOTAL-CATEGORY-COUNT
                      AND NOT AL-CORRECTION-ENTRY
                       PERFORM DI-ACCUMULATE-RECORD
                   END-IF
                   PERFORM READ-NEXT-AUDIT-LOG
      * 出來；表滿作廢的話報表只留一行錯誤讓人看得見
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", dice report not written."
               WRITE RPT-LINE

               IF DI-TABLE-ERROR
                   MOVE 8 TO WS-STEP-RC
                   MOVE "REPORT ABANDONED - SUMMARY TABLE FULL"
                       TO RPT-LINE
                   WRITE RPT-LINE
      * 年度歸檔檔再刪掉，活檔保持精簡，接關重播也不用掃一堆
      * 陳年記錄；筆數跟分數餘額前後對得起來才敢說沒掉資料，
      * 控制報表印在 YACHTRPT 留底
           IF RUN-UNATTENDED
               MOVE WS-JOB-PARM-NUM TO WS-AP-CUTOFF
           ELSE
               DISPLAY "Enter cutoff date (YYYYMMDD) - games before "
                       "this date are archived: "
               ACCEPT WS-AP-CUTOFF
           END-IF
           IF WS-AP-CUTOFF = 0
               MOVE 8 TO WS-STEP-RC
               DISPLAY "No cutoff date given - archive/purge "
                       "aborted."
           ELSE
       MARK-ARCHIVED-GAMES.
      * 搬完以後把登錄主檔掃一遍：截止日前已完賽的場次改成
      * 已歸檔。這一輪只要有任何一筆歸檔失敗就整批不改 - 留
      * 在完賽狀態，下一次清理會把失敗的補搬完再改；稽核紀
      * 錄的串驗不過整份沒搬，也一樣不改
           IF GAMEMAST-OPEN
              AND WS-AP-SH-FAILED = 0 AND WS-AP-AL-FAILED = 0
              AND WS-AP-AL-CHAIN-BAD = 0
               MOVE "N" TO WS-GM-EOF-SWITCH
               MOVE 0 TO GM-GAME-ID
               START GAME-MASTER-FILE KEY >= GM-GAME-ID
       ARCHIVE-AUDIT-LOG.
      * AUDITLOG 是循序檔沒辦法就地刪，分兩趟搬：第一趟把截止
      * 日前的寫去年度 ALARyyyy 歸檔檔、留下的寫進 AUDITTMP，
      * 第二趟再把 AUDITTMP 整份寫回 AUDITLOG。搬之前先把活檔
      * 的串整份驗過 - 串已經斷了還照搬，重算檢查值等於替竄改
      * 過的內容洗白，所以驗不過整份不動，留給驗證作業查
           MOVE 0 TO WS-AL-ARCH-YEAR
           MOVE 0 TO WS-AP-AL-CHAIN-BAD
           MOVE "N" TO WS-ACH-REPORT-SWITCH
           PERFORM ACH-RESET-TOTALS
           PERFORM ACH-WALK-AUDITLOG
           ADD WS-ACH-BREAKS WS-ACH-ORDER-ERRS
               TO WS-AP-AL-CHAIN-BAD
           MOVE WS-ACH-FILE-HIGH  TO WS-ACH-SEQ
           MOVE WS-ACH-PREV-CHAIN TO WS-ACH-LAST
           MOVE "N" TO WS-AL-EOF-SWITCH
           IF WS-AP-AL-CHAIN-BAD > 0
               MOVE 8 TO WS-STEP-RC
               DISPLAY "AUDITLOG check chain does not verify - "
                       WS-AP-AL-CHAIN-BAD " breaks, audit log not "
                       "archived. Run the audit chain verification."
           ELSE
               PERFORM ARCHIVE-AUDIT-RECORDS
           END-IF.

       ARCHIVE-AUDIT-RECORDS.
      * 串驗過了才搬：第一趟分流到歸檔檔跟 AUDITTMP
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "AUDITLOG not available - status "
                       WS-AL-STATUS ", audit log not archived."
           ELSE
               OPEN OUTPUT AUDIT-TEMP-FILE
               IF WS-AT-STATUS NOT = "00"
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "AUDITTMP could not be opened - status "
                           WS-AT-STATUS ", audit log not archived."
                   CLOSE AUDIT-LOG-FILE
               ELSE
      * 舊種子記錄不搬也不留 - 寫回活檔跟新開的歸檔檔都會
      * 另起一筆種子
                   PERFORM READ-NEXT-AUDIT-LOG
                   PERFORM UNTIL AL-EOF
                       IF NOT AL-SEED-ENTRY
                           ADD 1 TO WS-AP-AL-READ
                           ADD AL-RESULT TO WS-AP-AL-BAL-BEFORE
                           MOVE AL-GAME-ID TO WS-CHK-GAME
                           PERFORM CHECK-GAME-COMPLETED
                           IF AL-GAME-ID < WS-AP-CUTOFF
                              AND GAME-COMPLETED
                               PERFORM ARCHIVE-ONE-AL-RECORD
                           ELSE
                               PERFORM KEEP-AL-RECORD
                               IF AL-GAME-ID < WS-AP-CUTOFF
                                   ADD 1 TO WS-AP-AL-INCOMP
                               END-IF
                           END-IF
                       END-IF
                       PERFORM READ-NEXT-AUDIT-LOG

       ARCHIVE-ONE-AL-RECORD.
      * 先寫歸檔、確認 WRITE 成功才算歸檔；寫不進去的照樣寫進
      * 暫存檔留在活檔，稽核紀錄一筆都不能少。序號照原來的，
      * 檢查值改接歸檔檔自己的串重算
           PERFORM OPEN-AL-ARCHIVE-FOR-YEAR
           MOVE "N" TO WS-ARCH-WRITE-OK-SWITCH
           IF AL-ARCHIVE-OK
               MOVE AL-RECORD TO WS-ACH-REC
               MOVE WS-ACH-ARCH-LAST TO WS-ACH-HASH
               PERFORM ACH-HASH-RECORD
               MOVE WS-ACH-HASH TO AL-CHAIN
               MOVE AL-RECORD TO AA-RECORD
               WRITE AA-RECORD
               IF WS-ALA-STATUS = "00"
                   MOVE "Y" TO WS-ARCH-WRITE-OK-SWITCH
                   MOVE AL-CHAIN TO WS-ACH-ARCH-LAST
               END-IF
           END-IF
           IF ARCH-WRITE-OK

       OPEN-AL-ARCHIVE-FOR-YEAR.
      * 跟 SCOREHST 的年度換檔同一套，檔名用 ALAR 接年度四碼；
      * 開不起來的年度整年留在活檔。接著寫之前先讀一遍找出
      * 歸檔檔上最後一筆的檢查值，新建的歸檔檔先寫種子記錄
           MOVE AL-GAME-ID(1:4) TO WS-REC-YEAR
           IF WS-REC-YEAR NOT = WS-AL-ARCH-YEAR
               IF WS-AL-ARCH-YEAR > 0 AND AL-ARCHIVE-OK
               STRING "ALAR"      DELIMITED BY SIZE
                      WS-REC-YEAR DELIMITED BY SIZE
                 INTO WS-AL-ARCH-NAME
               PERFORM ACH-OPEN-ARCHIVE
               IF WS-ALA-STATUS = "00"
                   MOVE "Y" TO WS-AL-ARCH-OK-SWITCH
               ELSE
      * 第二趟：把留下來的稽核紀錄從 AUDITTMP 整份寫回
      * AUDITLOG，活檔就只剩截止日之後的記錄；暫存檔重開不了
      * 就不准動 AUDITLOG，寫回途中失敗也停下來 - AUDITTMP
      * 留在磁碟上，整份留存記錄都還在。新的活檔第一筆是種子
      * 記錄，起始值就是舊活檔最後一筆的檢查值、序號欄放舊檔
      * 的序號高水位，串就從被清掉的那一段接過來；留下的記錄
      * 序號不動，檢查值接新的串重算
           MOVE "N" TO WS-AT-EOF-SWITCH
           OPEN INPUT AUDIT-TEMP-FILE
           IF WS-AT-STATUS NOT = "00"
                           ", retained records are in AUDITTMP."
                   CLOSE AUDIT-TEMP-FILE
               ELSE
                   MOVE WS-ACH-LAST TO WS-ACH-SEED
                   MOVE WS-ACH-LAST TO WS-AP-AL-CHAIN-SEED
                   PERFORM ACH-WRITE-LOG-SEED
                   IF WS-AL-STATUS NOT = "00"
                       MOVE "N" TO WS-AL-REWRITE-OK-SWITCH
                       DISPLAY "AUDITLOG rewrite failed - "
                               "status " WS-AL-STATUS
                               ", full copy is in AUDITTMP."
                       MOVE "Y" TO WS-AT-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL AT-EOF
                       READ AUDIT-TEMP-FILE
                           AT END
                       END-READ
                       IF NOT AT-EOF
                           MOVE AT-RECORD TO AL-RECORD
                           PERFORM ACH-RECHAIN-AL-RECORD
                           WRITE AL-RECORD
                           IF WS-AL-STATUS NOT = "00"
                               MOVE "N" TO WS-AL-REWRITE-OK-SWITCH
                                       "status " WS-AL-STATUS
                                       ", full copy is in AUDITTMP."
                               MOVE "Y" TO WS-AT-EOF-SWITCH
                           ELSE
                               MOVE AL-CHAIN TO WS-ACH-LAST
                           END-IF
                       END-IF
                   END-PERFORM
      * 歸檔加留存要等於讀入，對不上就是有記錄掉了
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", control report not written."
                     INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF WS-AP-AL-CHAIN-BAD > 0
                   MOVE SPACES TO RPT-LINE
                   STRING "AUDITLOG CHAIN DID NOT VERIFY - NOT "
                                            DELIMITED BY SIZE
                          "ARCHIVED, breaks: "
                                            DELIMITED BY SIZE
                          WS-AP-AL-CHAIN-BAD
                                            DELIMITED BY SIZE
                     INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   IF AL-REWRITE-OK AND WS-AP-AL-READ > 0
                       MOVE SPACES TO RPT-LINE
                       STRING "AUDITLOG chain carried at seq "
                                                DELIMITED BY SIZE
                              WS-ACH-SEQ        DELIMITED BY SIZE
                              " seed "          DELIMITED BY SIZE
                              WS-AP-AL-CHAIN-SEED
                                                DELIMITED BY SIZE
                         INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
               IF NOT AL-REWRITE-OK
                   MOVE "AUDITLOG REWRITE DID NOT COMPLETE - check"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE " console log; retained records are all in"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE " AUDITTMP - restore from there if needed"
               CLOSE REPORT-FILE
           END-IF.

       DISPUTE-MAINTENANCE.
      * 分數爭議作業：受理案件、更正分數 (主管限定)、駁回 (主
      * 管限定) 跟列出案件，反覆問到操作員選 X 離開為止。受
      * 理、更正、駁回之後都重跑那一場的錢帳 - 有案件受理中
      * 彩金就扣住，案件都結了才放出來
           PERFORM OPEN-DISPUTE-FILE
           IF NOT DISPUTE-FILE-OPEN
               DISPLAY "Dispute file not available - dispute "
                       "work skipped."
           ELSE
               MOVE SPACE TO WS-DSP-FUNC
               PERFORM WITH TEST AFTER UNTIL DSP-EXIT
                   DISPLAY "Function: O=Open case C=Correct score "
                           "D=Deny L=List X=Exit: "
                   ACCEPT WS-DSP-FUNC
                   EVALUATE TRUE
                       WHEN DSP-OPEN-CASE
                           PERFORM DSP-OPEN-DISPUTE
                       WHEN DSP-CORRECT
                           PERFORM DSP-CORRECT-SCORE
                       WHEN DSP-DENY
                           PERFORM DSP-DENY-DISPUTE
                       WHEN DSP-LIST
                           PERFORM DSP-LIST-DISPUTES
                       WHEN DSP-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown function - try again."
                   END-EVALUATE
               END-PERFORM
               CLOSE DISPUTE-FILE
               MOVE "N" TO WS-DP-OPEN-SWITCH
           END-IF.

       OPEN-DISPUTE-FILE.
      * DISPUTE 第一次也不存在，跟其他索引檔一樣先建檔
           MOVE "N" TO WS-DP-OPEN-SWITCH
           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-DP-STATUS = "00"
               MOVE "Y" TO WS-DP-OPEN-SWITCH
           ELSE
               DISPLAY "DISPUTE case file not available - status "
                       WS-DP-STATUS
           END-IF.

       DSP-ACCEPT-CASE-KEY.
      * 問案件的鍵：場次、玩家跟輪數 (正式計分的 1-12 輪)
           DISPLAY "Enter game id: "
           ACCEPT WS-DSP-GAME-ID
           DISPLAY "Enter player id: "
           ACCEPT WS-DSP-PLAYER-ID
           DISPLAY "Enter round (1-12): "
           ACCEPT WS-DSP-ROUND
           MOVE WS-DSP-GAME-ID   TO DP-GAME-ID
           MOVE WS-DSP-PLAYER-ID TO DP-PLAYER-ID
           MOVE WS-DSP-ROUND     TO DP-ROUND.

       DSP-OPEN-DISPUTE.
      * 受理一案：那一輪要在 SCOREHST 上才受理得了 (已經歸
      * 檔的搬走了，沒得更正)；同一輪已經有案件受理中就擋
      * 掉，結過的案可以重新受理。受理完重跑錢帳把彩金扣住；
      * 結算過的季別彩金已經結轉，不再受理
           PERFORM DSP-ACCEPT-CASE-KEY
           MOVE WS-DSP-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           IF WS-DSP-ROUND < 1
              OR WS-DSP-ROUND > WS-TOTAL-CATEGORY-COUNT
               DISPLAY "Round must be 1-12 - case not opened."
           ELSE
               IF SEASON-IS-CLOSED
                   DISPLAY "Season " WS-SCL-CHECK-SEASON " is closed - "
                           "case not opened."
               ELSE
                   MOVE 0 TO WS-DSP-OLD-RESULT
                   MOVE "Y" TO WS-DSP-OK-SWITCH
                   OPEN INPUT SCORE-HISTORY-FILE
                   IF WS-SH-STATUS NOT = "00"
                       MOVE "N" TO WS-DSP-OK-SWITCH
                   ELSE
                       MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
                       MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
                       MOVE WS-DSP-ROUND     TO SH-ROUND
                       READ SCORE-HISTORY-FILE
                       IF WS-SH-STATUS = "00"
                           MOVE SH-RESULT TO WS-DSP-OLD-RESULT
                       ELSE
                           MOVE "N" TO WS-DSP-OK-SWITCH
                       END-IF
                       CLOSE SCORE-HISTORY-FILE
                   END-IF
                   IF NOT CORRECTION-OK
                       DISPLAY "Game " WS-DSP-GAME-ID " player "
                               WS-DSP-PLAYER-ID " round " WS-DSP-ROUND
                               " not on SCOREHST - case not opened."
                   ELSE
                       MOVE WS-DSP-GAME-ID   TO DP-GAME-ID
                       MOVE WS-DSP-PLAYER-ID TO DP-PLAYER-ID
                       MOVE WS-DSP-ROUND     TO DP-ROUND
                       READ DISPUTE-FILE
                       IF WS-DP-STATUS = "00" AND DP-OPEN
                           DISPLAY "A case is already open for this "
                                   "turn - opened " DP-OPEN-DATE
                                   " by " DP-OPEN-OPER "."
                       ELSE
                           DISPLAY "Enter dispute reason: "
                           MOVE SPACES TO WS-DSP-REASON
                           ACCEPT WS-DSP-REASON
                           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                           MOVE WS-DSP-GAME-ID     TO DP-GAME-ID
                           MOVE WS-DSP-PLAYER-ID   TO DP-PLAYER-ID
                           MOVE WS-DSP-ROUND       TO DP-ROUND
                           MOVE "O"                TO DP-STATUS
                           MOVE WS-DSP-REASON      TO DP-REASON
                           MOVE WS-CURRENT-DATE(1:8) TO DP-OPEN-DATE
                           MOVE WS-OPERATOR-ID     TO DP-OPEN-OPER
                           MOVE 0                  TO DP-CLOSE-DATE
                           MOVE SPACES             TO DP-CLOSE-OPER
                           MOVE WS-DSP-OLD-RESULT  TO DP-OLD-RESULT
                           MOVE WS-DSP-OLD-RESULT  TO DP-NEW-RESULT
                           REWRITE DP-RECORD
                           IF WS-DP-STATUS NOT = "00"
                               WRITE DP-RECORD
                           END-IF
                           IF WS-DP-STATUS = "00"
                               DISPLAY "Dispute opened for game "
                                       WS-DSP-GAME-ID " player "
                                       WS-DSP-PLAYER-ID " round "
                                       WS-DSP-ROUND "."
                               PERFORM DSP-REPOST-GAME-MONEY
                           ELSE
                               DISPLAY "Open failed - status "
                                       WS-DP-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DSP-CORRECT-SCORE.
      * 更正一輪的分數 (主管限定)，案件要是受理中的：新骰子
      * 跟項目照正常計分規則重算，項目不可以跟這一場別輪撞
      * 到。稽核先寫更正前影像跟理由，再改史檔寫更正後影像；
      * 接著重新判斷這一輪以後的第二次 yacht 加碼，再照史檔
      * 重算這位玩家這一場的總分入季賽總帳跟主檔，案件標成
      * 立，最後重跑這一場的錢帳
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Score correction requires supervisor "
                       "authorization."
           ELSE
               PERFORM DSP-ACCEPT-CASE-KEY
               READ DISPUTE-FILE
               MOVE WS-DSP-GAME-ID(1:4) TO WS-SCL-CHECK-SEASON
               PERFORM CHECK-SEASON-CLOSED
               IF WS-DP-STATUS NOT = "00" OR NOT DP-OPEN
                   DISPLAY "No open case for game " WS-DSP-GAME-ID
                           " player " WS-DSP-PLAYER-ID " round "
                           WS-DSP-ROUND "."
               ELSE
                   IF SEASON-IS-CLOSED
                       DISPLAY "Season " WS-SCL-CHECK-SEASON
                               " is closed "
                               "- score cannot be corrected; deny the "
                               "case instead."
                   ELSE
                       PERFORM OPEN-SCORE-HISTORY
                       MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
                       MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
                       MOVE WS-DSP-ROUND     TO SH-ROUND
                       READ SCORE-HISTORY-FILE
                       IF WS-SH-STATUS NOT = "00"
                           DISPLAY "Turn no longer on SCOREHST - "
                                   "status " WS-SH-STATUS
                                   ", nothing corrected."
                       ELSE
                           PERFORM DSP-APPLY-CORRECTION
                       END-IF
                       CLOSE SCORE-HISTORY-FILE
                   END-IF
               END-IF
           END-IF.

       DSP-APPLY-CORRECTION.
      * 史檔上這一輪已經讀進來了：先留住舊值，問新的骰子、
      * 項目 (空白=不改) 跟更正理由，過了檢查才動檔
           MOVE SH-DICE     TO WS-DSP-OLD-DICE
           MOVE SH-CATEGORY TO WS-DSP-OLD-CATEGORY
           MOVE SH-RESULT   TO WS-DSP-OLD-RESULT
           MOVE SH-SOURCE   TO WS-DSP-OLD-SOURCE
           DISPLAY "Current: dice " WS-DSP-OLD-DICE " "
                   WS-DSP-OLD-CATEGORY " score " WS-DSP-OLD-RESULT
           DISPLAY "Enter corrected dice (5 digits): "
           ACCEPT WS-DSP-NEW-DICE
           DISPLAY "Enter corrected category (blank=keep): "
           MOVE SPACES TO WS-DSP-NEW-CATEGORY
           ACCEPT WS-DSP-NEW-CATEGORY
           IF WS-DSP-NEW-CATEGORY = SPACES
               MOVE WS-DSP-OLD-CATEGORY TO WS-DSP-NEW-CATEGORY
           END-IF
           DISPLAY "Enter correction reason: "
           MOVE SPACES TO WS-DSP-CORR-REASON
           ACCEPT WS-DSP-CORR-REASON

           MOVE "Y" TO WS-DSP-OK-SWITCH
           MOVE WS-DSP-NEW-DICE     TO WS-DICE
           MOVE WS-DSP-NEW-CATEGORY TO WS-CATEGORY
           PERFORM INITIALIZE-COUNT
           PERFORM PROCESS-DICE
           PERFORM FIND-CATEGORY-INDEX
           IF DICE-IS-INVALID
               MOVE "N" TO WS-DSP-OK-SWITCH
               DISPLAY "Invalid dice - nothing corrected."
           ELSE
               IF WS-CAT-INDEX = 0
                   MOVE "N" TO WS-DSP-OK-SWITCH
                   DISPLAY "Unknown category - nothing corrected."
               ELSE
                   PERFORM VARYING WS-CHK-ROUND FROM 1 BY 1
                           UNTIL WS-CHK-ROUND
                                 > WS-TOTAL-CATEGORY-COUNT
                       IF WS-CHK-ROUND NOT = WS-DSP-ROUND
                           MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
                           MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
                           MOVE WS-CHK-ROUND     TO SH-ROUND
                           READ SCORE-HISTORY-FILE
                           IF WS-SH-STATUS = "00"
                              AND SH-CATEGORY = WS-CATEGORY
                               MOVE "N" TO WS-DSP-OK-SWITCH
                               DISPLAY "Category already used in "
                                       "round " WS-CHK-ROUND
                                       " - nothing corrected."
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF CORRECTION-OK
               MOVE WS-DSP-GAME-ID   TO WS-GAME-ID
               MOVE WS-DSP-GAME-ID(1:4) TO WS-SEASON
               MOVE WS-DSP-PLAYER-ID TO WS-PLAYER-ID
               MOVE WS-DSP-ROUND     TO WS-ROUND
               PERFORM SCORE-CATEGORY

               PERFORM OPEN-AUDIT-LOG
               PERFORM WRITE-CORRECTION-BEFORE
               PERFORM WRITE-CORRECTION-REASON
      * 史檔的骰子來源照原來的記；稽核的更正後影像記 C
               MOVE WS-DSP-OLD-SOURCE TO WS-DICE-SOURCE
               PERFORM WRITE-SCORE-HISTORY
               MOVE "C" TO WS-DICE-SOURCE
               PERFORM WRITE-AUDIT-LOG
               PERFORM DSP-REDERIVE-BONUS
               CLOSE AUDIT-LOG-FILE

               PERFORM OPEN-SEASON-LEDGER
               PERFORM OPEN-PLAYER-MASTER
               MOVE WS-DSP-GAME-ID   TO WS-BL-CUR-GAME
               MOVE WS-DSP-PLAYER-ID TO WS-BL-CUR-PLAYER
               PERFORM POST-ONE-BATCH-GAME
               CLOSE PLAYER-MASTER-FILE
               CLOSE SEASON-LEDGER-FILE

               MOVE WS-DSP-GAME-ID   TO DP-GAME-ID
               MOVE WS-DSP-PLAYER-ID TO DP-PLAYER-ID
               MOVE WS-DSP-ROUND     TO DP-ROUND
               READ DISPUTE-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE "U"                   TO DP-STATUS
               MOVE WS-CURRENT-DATE(1:8)  TO DP-CLOSE-DATE
               MOVE WS-OPERATOR-ID        TO DP-CLOSE-OPER
               MOVE WS-DSP-OLD-RESULT     TO DP-OLD-RESULT
               MOVE WS-RESULT             TO DP-NEW-RESULT
               REWRITE DP-RECORD
               IF WS-DP-STATUS NOT = "00"
                   DISPLAY "DISPUTE update failed - status "
                           WS-DP-STATUS
               END-IF

               DISPLAY "Round " WS-DSP-ROUND " corrected: "
                       WS-DSP-OLD-CATEGORY " " WS-DSP-OLD-RESULT
                       " -> " WS-DSP-NEW-CATEGORY " " DP-NEW-RESULT
               IF WS-BL-FILLED = WS-TOTAL-CATEGORY-COUNT
                   DISPLAY "Game total re-posted: " WS-BL-TOTAL
               END-IF
               PERFORM DSP-REPOST-GAME-MONEY
           END-IF.

       WRITE-CORRECTION-BEFORE.
      * 更正前影像：史檔上原本的骰子、項目跟分數，來源記 B
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO AL-OPERATOR-ID
           MOVE WS-DSP-GAME-ID        TO AL-GAME-ID
           MOVE WS-DSP-PLAYER-ID      TO AL-PLAYER-ID
           MOVE WS-DSP-ROUND          TO AL-ROUND
           MOVE WS-DSP-OLD-DICE       TO AL-DICE
           MOVE WS-DSP-OLD-CATEGORY   TO AL-CATEGORY
           MOVE WS-DSP-OLD-RESULT     TO AL-RESULT
           MOVE WS-RULESET-NAME       TO AL-RULESET
           MOVE "B"                   TO AL-SOURCE
           PERFORM WRITE-CHAINED-AUDIT.

       WRITE-CORRECTION-REASON.
      * 更正理由一筆，來源記 R；分數欄放 0，對帳跟歸檔的分
      * 數餘額才不會被理由文字弄髒
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO AL-OPERATOR-ID
           MOVE WS-DSP-GAME-ID        TO AL-GAME-ID
           MOVE WS-DSP-PLAYER-ID      TO AL-PLAYER-ID
           MOVE WS-DSP-ROUND          TO AL-ROUND
           MOVE WS-DSP-CORR-REASON    TO AL-REASON-TEXT
           MOVE 0                     TO AL-RESULT
           MOVE WS-RULESET-NAME       TO AL-RULESET
           MOVE "R"                   TO AL-SOURCE
           PERFORM WRITE-CHAINED-AUDIT.

       DSP-REDERIVE-BONUS.
      * 更正可能動到第二次 yacht 的加碼：yacht 項目那一輪被改
      * 掉、或是這一輪變成/不再是 yacht，這一輪跟之後每一輪的
      * 加碼紀錄 (輪數+12) 都要重新判斷，不然重算總分會把舊
      * 加碼算進去。判斷跟 APPLY-SECOND-YACHT-BONUS 同一套：
      * 這一輪骰出 yacht、填的不是 yacht 項目、而且更早的一輪
      * 已經把 yacht 項目填了正分。更正前就該加卻沒有紀錄的
      * (批次打的場次不算加碼) 照原樣不補，只補這次更正才變
      * 成該加的
           MOVE 0 TO WS-DSP-BN-CHANGED
           MOVE 0 TO WS-DSP-YACHT-NOW
           MOVE 0 TO WS-DSP-YSCORE-NOW
           PERFORM VARYING WS-CHK-ROUND FROM 1 BY 1
                   UNTIL WS-CHK-ROUND > WS-TOTAL-CATEGORY-COUNT
               MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
               MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
               MOVE WS-CHK-ROUND     TO SH-ROUND
               READ SCORE-HISTORY-FILE
               IF WS-SH-STATUS = "00" AND SH-CATEGORY = "yacht"
                   MOVE WS-CHK-ROUND TO WS-DSP-YACHT-NOW
                   MOVE SH-RESULT    TO WS-DSP-YSCORE-NOW
               END-IF
           END-PERFORM
      * 更正前 yacht 項目在哪一輪：原本就是這一輪填的，或這一
      * 輪剛改成 yacht (別輪不會同時有 yacht)，其他照現況
           IF WS-DSP-OLD-CATEGORY = "yacht"
               MOVE WS-DSP-ROUND      TO WS-DSP-YACHT-BEFORE
               MOVE WS-DSP-OLD-RESULT TO WS-DSP-YSCORE-BEFORE
           ELSE
               IF WS-DSP-YACHT-NOW = WS-DSP-ROUND
                   MOVE 0 TO WS-DSP-YACHT-BEFORE
                   MOVE 0 TO WS-DSP-YSCORE-BEFORE
               ELSE
                   MOVE WS-DSP-YACHT-NOW  TO WS-DSP-YACHT-BEFORE
                   MOVE WS-DSP-YSCORE-NOW TO WS-DSP-YSCORE-BEFORE
               END-IF
           END-IF
           PERFORM VARYING WS-DSP-BN-ROUND FROM WS-DSP-ROUND BY 1
                   UNTIL WS-DSP-BN-ROUND > WS-TOTAL-CATEGORY-COUNT
               PERFORM DSP-REDERIVE-ONE-BONUS
           END-PERFORM
           IF WS-DSP-BN-CHANGED > 0
               DISPLAY "Second yacht bonus rows adjusted: "
                       WS-DSP-BN-CHANGED
           END-IF.

       DSP-REDERIVE-ONE-BONUS.
      * 一輪：更正前後各判斷一次該不該加碼，再跟檔上的加碼紀
      * 錄比 - 不該加了就刪、骰子變了就改、這次才變成該加的就
      * 補寫；每一筆異動都照主紀錄的做法寫前後影像 (B/C)，不
      * 存在的那一邊分數記 0
           MOVE "N" TO WS-DSP-DUE-NOW-SWITCH
           MOVE "N" TO WS-DSP-DUE-BEFORE-SWITCH
           MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
           MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
           MOVE WS-DSP-BN-ROUND  TO SH-ROUND
           READ SCORE-HISTORY-FILE
           IF WS-SH-STATUS = "00"
               MOVE SH-DICE     TO WS-DSP-BN-DICE
               MOVE SH-SOURCE   TO WS-DSP-BN-SOURCE
               MOVE SH-DICE     TO WS-DICE
               PERFORM DSP-TEST-YACHT-DICE
               IF DSP-YACHT-DICE AND SH-CATEGORY NOT = "yacht"
                  AND WS-DSP-YACHT-NOW > 0
                  AND WS-DSP-YACHT-NOW < WS-DSP-BN-ROUND
                  AND WS-DSP-YSCORE-NOW > 0
                   MOVE "Y" TO WS-DSP-DUE-NOW-SWITCH
               END-IF
               IF WS-DSP-BN-ROUND = WS-DSP-ROUND
                   MOVE WS-DSP-OLD-DICE     TO WS-DICE
                   MOVE WS-DSP-OLD-CATEGORY TO WS-DSP-BN-CATEGORY
               ELSE
                   MOVE SH-CATEGORY         TO WS-DSP-BN-CATEGORY
               END-IF
               PERFORM DSP-TEST-YACHT-DICE
               IF DSP-YACHT-DICE AND WS-DSP-BN-CATEGORY NOT = "yacht"
                  AND WS-DSP-YACHT-BEFORE > 0
                  AND WS-DSP-YACHT-BEFORE < WS-DSP-BN-ROUND
                  AND WS-DSP-YSCORE-BEFORE > 0
                   MOVE "Y" TO WS-DSP-DUE-BEFORE-SWITCH
               END-IF
           END-IF

           MOVE "N" TO WS-DSP-BN-FOUND-SWITCH
           MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
           MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
           COMPUTE SH-ROUND = WS-DSP-BN-ROUND + WS-TOTAL-CATEGORY-COUNT
           READ SCORE-HISTORY-FILE
           IF WS-SH-STATUS = "00"
               MOVE "Y"       TO WS-DSP-BN-FOUND-SWITCH
               MOVE SH-DICE   TO WS-DSP-BN-ROW-DICE
               MOVE SH-RESULT TO WS-DSP-BN-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN DSP-BN-FOUND AND NOT DSP-DUE-NOW
                   DELETE SCORE-HISTORY-FILE RECORD
                   IF WS-SH-STATUS = "00"
                       MOVE WS-DSP-BN-ROW-DICE TO WS-DSP-IMG-DICE
                       MOVE WS-DSP-BN-AMOUNT   TO WS-DSP-IMG-RESULT
                       MOVE "B" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                       MOVE 0   TO WS-DSP-IMG-RESULT
                       MOVE "C" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                   END-IF
               WHEN DSP-BN-FOUND
                    AND WS-DSP-BN-ROW-DICE NOT = WS-DSP-BN-DICE
                   MOVE WS-DSP-BN-DICE TO SH-DICE
                   REWRITE SH-RECORD
                   IF WS-SH-STATUS = "00"
                       MOVE WS-DSP-BN-ROW-DICE TO WS-DSP-IMG-DICE
                       MOVE WS-DSP-BN-AMOUNT   TO WS-DSP-IMG-RESULT
                       MOVE "B" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                       MOVE WS-DSP-BN-DICE     TO WS-DSP-IMG-DICE
                       MOVE "C" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                   END-IF
               WHEN NOT DSP-BN-FOUND AND DSP-DUE-NOW
                    AND NOT DSP-DUE-BEFORE
                    AND WS-RULE-SECOND-YACHT > 0
                   MOVE WS-DSP-GAME-ID   TO SH-GAME-ID
                   MOVE WS-DSP-PLAYER-ID TO SH-PLAYER-ID
                   COMPUTE SH-ROUND
                       = WS-DSP-BN-ROUND + WS-TOTAL-CATEGORY-COUNT
                   MOVE WS-DSP-BN-DICE   TO SH-DICE
                   MOVE "second-yacht"   TO SH-CATEGORY
                   MOVE WS-RULE-SECOND-YACHT TO SH-RESULT
                   MOVE WS-DSP-BN-SOURCE TO SH-SOURCE
                   WRITE SH-RECORD
                   IF WS-SH-STATUS = "00"
                       MOVE WS-DSP-BN-DICE TO WS-DSP-IMG-DICE
                       MOVE 0   TO WS-DSP-IMG-RESULT
                       MOVE "B" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                       MOVE WS-RULE-SECOND-YACHT TO WS-DSP-IMG-RESULT
                       MOVE "C" TO WS-DSP-IMG-SOURCE
                       PERFORM DSP-WRITE-BONUS-IMAGE
                   END-IF
               WHEN OTHER
                   MOVE "00" TO WS-SH-STATUS
           END-EVALUATE
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "Bonus row for round " WS-DSP-BN-ROUND
                       " not adjusted - status " WS-SH-STATUS
           END-IF.

       DSP-TEST-YACHT-DICE.
      * WS-DICE 是不是五顆同點 - 史檔上的骰子都驗過，不會不合法
           PERFORM INITIALIZE-COUNT
           PERFORM PROCESS-DICE
           MOVE "N" TO WS-DSP-YACHT-DICE-SWITCH
           IF WS-COUNT(1) = 5 OR WS-COUNT(2) = 5 OR
              WS-COUNT(3) = 5 OR WS-COUNT(4) = 5 OR
              WS-COUNT(5) = 5 OR WS-COUNT(6) = 5
               MOVE "Y" TO WS-DSP-YACHT-DICE-SWITCH
           END-IF.

       DSP-WRITE-BONUS-IMAGE.
      * 加碼紀錄的前後影像，輪數照史檔記原輪數+12
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO AL-OPERATOR-ID
           MOVE WS-DSP-GAME-ID        TO AL-GAME-ID
           MOVE WS-DSP-PLAYER-ID      TO AL-PLAYER-ID
           COMPUTE AL-ROUND = WS-DSP-BN-ROUND + WS-TOTAL-CATEGORY-COUNT
           MOVE WS-DSP-IMG-DICE       TO AL-DICE
           MOVE "second-yacht"        TO AL-CATEGORY
           MOVE WS-DSP-IMG-RESULT     TO AL-RESULT
           MOVE WS-RULESET-NAME       TO AL-RULESET
           MOVE WS-DSP-IMG-SOURCE     TO AL-SOURCE
           PERFORM WRITE-CHAINED-AUDIT
           ADD 1 TO WS-DSP-BN-CHANGED.

       DSP-DENY-DISPUTE.
      * 駁回一案 (主管限定)：分數不動，案件標駁回；這一場沒
      * 有其他案件受理中的話，重跑錢帳把扣住的彩金放出來
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Denying a dispute requires supervisor "
                       "authorization."
           ELSE
               PERFORM DSP-ACCEPT-CASE-KEY
               READ DISPUTE-FILE
               IF WS-DP-STATUS NOT = "00" OR NOT DP-OPEN
                   DISPLAY "No open case for game " WS-DSP-GAME-ID
                           " player " WS-DSP-PLAYER-ID " round "
                           WS-DSP-ROUND "."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE "D"                   TO DP-STATUS
                   MOVE WS-CURRENT-DATE(1:8)  TO DP-CLOSE-DATE
                   MOVE WS-OPERATOR-ID        TO DP-CLOSE-OPER
                   MOVE DP-OLD-RESULT         TO DP-NEW-RESULT
                   REWRITE DP-RECORD
                   IF WS-DP-STATUS = "00"
                       DISPLAY "Dispute denied for game "
                               WS-DSP-GAME-ID " player "
                               WS-DSP-PLAYER-ID " round "
                               WS-DSP-ROUND "."
                       PERFORM DSP-REPOST-GAME-MONEY
                   ELSE
                       DISPLAY "Deny failed - status " WS-DP-STATUS
                   END-IF
               END-IF
           END-IF.

       DSP-LIST-DISPUTES.
      * 把案件檔從頭到尾列出來：鍵、狀態、受理日跟受理人、
      * 結案日跟結案人、更正前後分數跟爭議理由
           MOVE "N" TO WS-DP-EOF-SWITCH
           MOVE 0 TO WS-DSP-COUNT
           MOVE 0 TO DP-GAME-ID
           MOVE 0 TO DP-PLAYER-ID
           MOVE 0 TO DP-ROUND
           START DISPUTE-FILE KEY >= DP-KEY
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "No disputes on file."
           ELSE
               DISPLAY "GAME     PLR RD ST OPENED   BY         "
                       "CLOSED   BY         OLD NEW"
               PERFORM UNTIL DP-EOF
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-DP-EOF-SWITCH
                   END-READ
                   IF NOT DP-EOF
                       ADD 1 TO WS-DSP-COUNT
                       DISPLAY DP-GAME-ID " " DP-PLAYER-ID " "
                               DP-ROUND " " DP-STATUS "  "
                               DP-OPEN-DATE " " DP-OPEN-OPER " "
                               DP-CLOSE-DATE " " DP-CLOSE-OPER " "
                               DP-OLD-RESULT " " DP-NEW-RESULT
                       DISPLAY "    " DP-REASON
                   END-IF
               END-PERFORM
               DISPLAY WS-DSP-COUNT " case(s) listed."
           END-IF.

       DSP-REPOST-GAME-MONEY.
      * 案件一有變動就重跑那一場的錢帳：只有登錄主檔上已經
      * 不是進行中的場次才入過帳，進行中的等完賽自然會入
           PERFORM OPEN-GAME-MASTER
           IF GAMEMAST-OPEN
               MOVE WS-DSP-GAME-ID TO GM-GAME-ID
               READ GAME-MASTER-FILE
               IF WS-GM-STATUS = "00" AND NOT GM-OPEN
                   MOVE WS-DSP-GAME-ID TO WS-GAME-ID
                   PERFORM OPEN-SEASON-LEDGER
                   PERFORM POST-GAME-MONEY
                   CLOSE SEASON-LEDGER-FILE
               END-IF
               CLOSE GAME-MASTER-FILE
               MOVE "N" TO WS-GM-OPEN-SWITCH
           END-IF.

       CHECK-GAME-DISPUTE.
      * WS-DSP-CHECK-GAME 這一場有沒有受理中的爭議案件：案件
      * 檔已經被爭議作業開著就直接用，沒開就唯讀開起來查完
      * 關掉；檔案還不存在就是沒有案件
           MOVE "N" TO WS-DSP-HOLD-SWITCH
           IF DISPUTE-FILE-OPEN
               PERFORM SCAN-GAME-DISPUTES
           ELSE
               OPEN INPUT DISPUTE-FILE
               IF WS-DP-STATUS = "00"
                   PERFORM SCAN-GAME-DISPUTES
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF.

       SCAN-GAME-DISPUTES.
      * 從 (場次, 0, 0) START 下去讀到換場為止，碰到一案受理
      * 中就可以停了
           MOVE "N" TO WS-DP-EOF-SWITCH
           MOVE WS-DSP-CHECK-GAME TO DP-GAME-ID
           MOVE 0 TO DP-PLAYER-ID
           MOVE 0 TO DP-ROUND
           START DISPUTE-FILE KEY >= DP-KEY
           IF WS-DP-STATUS NOT = "00"
               MOVE "Y" TO WS-DP-EOF-SWITCH
           END-IF
           PERFORM UNTIL DP-EOF OR GAME-DISPUTE-OPEN
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-DP-EOF-SWITCH
               END-READ
               IF NOT DP-EOF
                   IF DP-GAME-ID NOT = WS-DSP-CHECK-GAME
                       MOVE "Y" TO WS-DP-EOF-SWITCH
                   ELSE
                       IF DP-OPEN
                           MOVE "Y" TO WS-DSP-HOLD-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-CONTROL-CARDS.
      * 控制卡檔打得開、第一張又是 YACHTJOB 頭卡才算夜間排程；
      * 檔案不在就是平常的終端機作業，什麼都不說。頭卡不對
      * 寧可整份不理，也不要拿來路不明的卡片去跑批次
           MOVE "N" TO WS-UNATTENDED-SWITCH
           MOVE "N" TO WS-CC-EOF-SWITCH
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CC-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE "Y" TO WS-CC-EOF-SWITCH
               END-READ
               IF NOT CC-EOF AND CC-HDR-TAG = "YACHTJOB"
                   MOVE "Y" TO WS-UNATTENDED-SWITCH
                   MOVE CC-HDR-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "YACHTCTL has no YACHTJOB header card - "
                           "control cards ignored."
                   CLOSE CONTROL-CARD-FILE
               END-IF
           END-IF.

       READ-NEXT-CONTROL-CARD.
      * 空白卡直接跳過，不算一個步驟
           MOVE SPACES TO CC-RECORD
           PERFORM WITH TEST AFTER
                   UNTIL CC-EOF OR CC-RECORD NOT = SPACES
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE "Y" TO WS-CC-EOF-SWITCH
               END-READ
           END-PERFORM.

       NIGHTLY-RUN.
      * 夜間無人值守作業：頭卡上的操作員過了簽到才開始，卡片
      * 一張一步照順序跑；前置步驟失敗 (完成碼 08 以上) 的步
      * 驟不跑，記 12。全部跑完印作業日誌，最高的完成碼交回
      * 給排程當這一趟的結束碼
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-JOB-RUN-DATE
           MOVE WS-CURRENT-DATE(9:6) TO WS-JOB-RUN-START
           MOVE 0 TO WS-JOB-COUNT
           MOVE 0 TO WS-JOB-HIGH-RC
           PERFORM VALIDATE-JOB-OPERATOR
           IF NOT SIGNON-OK
               DISPLAY "Operator " WS-OPERATOR-ID
                       " not authorized - nightly run ends."
               MOVE 8 TO WS-JOB-HIGH-RC
           ELSE
               PERFORM LOAD-RULES-CONFIG
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM UNTIL CC-EOF
                   PERFORM RUN-ONE-JOB-STEP
                   PERFORM READ-NEXT-CONTROL-CARD
               END-PERFORM
           END-IF
           CLOSE CONTROL-CARD-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(9:6) TO WS-JOB-RUN-END
           PERFORM PRINT-JOB-LOG
           MOVE WS-JOB-HIGH-RC TO RETURN-CODE.

       VALIDATE-JOB-OPERATOR.
      * 無人值守的簽到：沒有人在終端機前面輸 PIN，頭卡上的操
      * 作員編號要在 OPERMST 上、沒被鎖定才放行，等級照主檔；
      * 查不到跟撞鎖的一樣落一筆失敗簽到紀錄。主檔還不存在
      * 就不放行 - 第一位主管只能在終端機上登記
           MOVE "N" TO WS-SIGNON-OK-SWITCH
           MOVE 0 TO WS-OPER-LEVEL
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "OPERMST operator master not available "
                       "- status " WS-OP-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
               IF WS-OP-STATUS NOT = "00"
                   MOVE "F" TO WS-SIGNON-RESULT
                   MOVE 0 TO WS-SIGNON-LOG-MODE
                   PERFORM WRITE-SIGNON-LOG
               ELSE
                   IF OP-IS-LOCKED
                       DISPLAY "Operator " WS-OPERATOR-ID
                               " is locked out - supervisor "
                               "reset required."
                       MOVE "L" TO WS-SIGNON-RESULT
                       MOVE 0 TO WS-SIGNON-LOG-MODE
                       PERFORM WRITE-SIGNON-LOG
                   ELSE
                       MOVE OP-AUTH-LEVEL TO WS-OPER-LEVEL
                       MOVE "Y" TO WS-SIGNON-OK-SWITCH
                   END-IF
               END-IF
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       RUN-ONE-JOB-STEP.
      * 一張卡一步：先登記到步驟表、記開始時間，前置步驟沒
      * 成功就不跑直接記 12，卡片欄位不是數字的記 08；跑完記
      * 結束時間、完成碼跟結果
           IF WS-JOB-COUNT >= WS-JOB-MAX
               DISPLAY "Job step table full - step " CC-STEP-NO
                       " " CC-JOB-NAME " not run."
               IF WS-JOB-HIGH-RC < 8
                   MOVE 8 TO WS-JOB-HIGH-RC
               END-IF
           ELSE
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JS
               MOVE 0 TO WS-STEP-RC
               MOVE SPACES TO WS-JS-RESULT(WS-JS)
               MOVE SPACES TO WS-JS-REPORT(WS-JS)
               MOVE CC-JOB-NAME TO WS-JS-JOB(WS-JS)
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(9:6) TO WS-JS-START(WS-JS)
               IF CC-STEP-NO NOT NUMERIC
                  OR CC-DEPENDS-ON NOT NUMERIC
                   MOVE 0 TO WS-JS-STEP(WS-JS)
                   MOVE 0 TO WS-JS-DEPENDS(WS-JS)
                   MOVE 8 TO WS-STEP-RC
                   MOVE "INVALID CONTROL CARD" TO WS-JS-RESULT(WS-JS)
               ELSE
                   MOVE CC-STEP-NO TO WS-JS-STEP(WS-JS)
                   MOVE CC-DEPENDS-ON TO WS-JS-DEPENDS(WS-JS)
                   PERFORM CHECK-STEP-DEPENDENCY
                   IF STEP-DEPENDENCY-FAILED
                       MOVE 12 TO WS-STEP-RC
                   ELSE
                       PERFORM SET-JOB-PARMS
                       PERFORM RUN-JOB-STEP
                   END-IF
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(9:6) TO WS-JS-END(WS-JS)
               MOVE WS-STEP-RC TO WS-JS-RC(WS-JS)
               IF WS-JS-RESULT(WS-JS) = SPACES
                   EVALUATE WS-STEP-RC
                       WHEN 0
                           MOVE "COMPLETED" TO WS-JS-RESULT(WS-JS)
                       WHEN 4
                           MOVE "COMPLETED WITH WARNINGS"
                               TO WS-JS-RESULT(WS-JS)
                       WHEN 12
                           STRING "NOT RUN - STEP "
                                                  DELIMITED BY SIZE
                                  WS-JS-DEPENDS(WS-JS)
                                                  DELIMITED BY SIZE
                                  " FAILED"       DELIMITED BY SIZE
                             INTO WS-JS-RESULT(WS-JS)
                       WHEN OTHER
                           MOVE "FAILED" TO WS-JS-RESULT(WS-JS)
                   END-EVALUATE
               END-IF
               IF WS-STEP-RC > WS-JOB-HIGH-RC
                   MOVE WS-STEP-RC TO WS-JOB-HIGH-RC
               END-IF
               DISPLAY "Step " WS-JS-STEP(WS-JS) " "
                       WS-JS-JOB(WS-JS) " ended - completion code "
                       WS-STEP-RC
           END-IF.

       CHECK-STEP-DEPENDENCY.
      * 前置步驟要在這一步之前跑過、完成碼低於 08 才算數；卡
      * 片上寫的前置步驟根本沒跑過也當失敗 - 不能確定它做完
      * 了，就不能拿它的結果往下跑
           MOVE "N" TO WS-JOB-DEP-SWITCH
           IF CC-DEPENDS-ON NOT = 0
               MOVE "Y" TO WS-JOB-DEP-SWITCH
               PERFORM VARYING WS-JD FROM 1 BY 1
                       UNTIL WS-JD >= WS-JS
                   IF WS-JS-STEP(WS-JD) = CC-DEPENDS-ON
                       IF WS-JS-RC(WS-JD) < 8
                           MOVE "N" TO WS-JOB-DEP-SWITCH
                       ELSE
                           MOVE "Y" TO WS-JOB-DEP-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       SET-JOB-PARMS.
      * 卡片參數：八碼數字當場次編號或截止日 (空白或 0 = 今
      * 天的場次)，前四碼當季別 (空白就是今年)；接關旗標照抄。賽前登錄
      * 作業的八碼數字是比賽夜日期
           MOVE 0 TO WS-JOB-PARM-NUM
           IF CC-PARM-NUM NUMERIC
               MOVE CC-PARM-NUM TO WS-JOB-PARM-NUM
           END-IF
           IF CC-PARM(1:4) NUMERIC AND CC-PARM(1:4) NOT = "0000"
               MOVE CC-PARM(1:4) TO WS-JOB-PARM-SEASON
           ELSE
               MOVE WS-JOB-RUN-DATE(1:4) TO WS-JOB-PARM-SEASON
           END-IF
           MOVE CC-PARM-FLAG TO WS-JOB-PARM-FLAG.

       RUN-JOB-STEP.
      * 照作業名對回原本的作業模式，主管限定的作業一樣要主
      * 管等級；每一步各落一筆簽到紀錄記它的模式，報表一步
      * 一個檔名。批次有拒件、對帳有例外記 04，歸檔有任何一
      * 筆搬失敗記 08；賽前登錄 (FIXTURE) 跟登錄維護一樣不限
      * 主管
           MOVE SPACES TO WS-RPT-NAME
           STRING "YRPT"             DELIMITED BY SIZE
                  WS-JS-STEP(WS-JS)  DELIMITED BY SIZE
             INTO WS-RPT-NAME
           MOVE 0 TO WS-RUN-MODE
           EVALUATE CC-JOB-NAME
               WHEN "BATCH"
                   MOVE 2 TO WS-RUN-MODE
               WHEN "STANDING"
                   MOVE 5 TO WS-RUN-MODE
               WHEN "RECON"
                   MOVE 6 TO WS-RUN-MODE
               WHEN "EXTRACT"
                   MOVE 8 TO WS-RUN-MODE
               WHEN "ARCHIVE"
                   MOVE 9 TO WS-RUN-MODE
               WHEN "HANDICAP"
                   MOVE 12 TO WS-RUN-MODE
               WHEN "DICECHK"
                   MOVE 16 TO WS-RUN-MODE
               WHEN "FIXTURE"
                   MOVE 20 TO WS-RUN-MODE
               WHEN OTHER
                   MOVE 8 TO WS-STEP-RC
                   MOVE "UNKNOWN JOB NAME" TO WS-JS-RESULT(WS-JS)
           END-EVALUATE

           IF WS-RUN-MODE NOT = 0
               IF (WS-RUN-MODE = 2 OR 9 OR 12 OR 16)
                  AND NOT OPERATOR-IS-SUPERVISOR
                   MOVE 8 TO WS-STEP-RC
                   MOVE "SUPERVISOR REQUIRED" TO WS-JS-RESULT(WS-JS)
               ELSE
                   MOVE "S" TO WS-SIGNON-RESULT
                   MOVE WS-RUN-MODE TO WS-SIGNON-LOG-MODE
                   PERFORM WRITE-SIGNON-LOG
                   MOVE WS-RPT-NAME TO WS-JS-REPORT(WS-JS)
                   EVALUATE WS-RUN-MODE
                       WHEN 2
                           PERFORM BATCH-GAME
                           IF WS-STEP-RC < 4 AND WS-BATCH-REJECTED > 0
                               MOVE 4 TO WS-STEP-RC
                           END-IF
                       WHEN 5
                           PERFORM SEASON-STANDINGS
                       WHEN 6
                           PERFORM RECONCILE-AUDIT
                           IF WS-STEP-RC < 4
                              AND WS-EXCEPTION-COUNT > 0
                               MOVE 4 TO WS-STEP-RC
                           END-IF
                       WHEN 8
                           MOVE "YACHTEXT" TO WS-JS-REPORT(WS-JS)
                           PERFORM EXTRACT-INTERFACE
                       WHEN 9
                           PERFORM ARCHIVE-PURGE
                           IF WS-AP-SH-FAILED > 0
                              OR WS-AP-AL-FAILED > 0
                               MOVE 8 TO WS-STEP-RC
                           END-IF
                       WHEN 12
                           PERFORM HANDICAP-RECALC
                       WHEN 16
                           PERFORM DICE-INTEGRITY-REPORT
                       WHEN 20
                           PERFORM FIX-REGISTER-NIGHT
                   END-EVALUATE
               END-IF
           END-IF.

       PRINT-JOB-LOG.
      * 作業日誌一頁：跑的日期、操作員、整趟起迄時間，一步
      * 一行，最後一行是最高完成碼；開不起來只能顯示在主控台
           OPEN OUTPUT JOB-LOG-FILE
           IF WS-JL-STATUS NOT = "00"
               DISPLAY "YACHTLOG job log could not be opened - "
                       "status " WS-JL-STATUS
                       ", job log not written."
           ELSE
               MOVE "=== YACHT NIGHTLY RUN - JOB LOG ===" TO JL-LINE
               WRITE JL-LINE
               MOVE SPACES TO JL-LINE
               STRING "Run date "         DELIMITED BY SIZE
                      WS-JOB-RUN-DATE     DELIMITED BY SIZE
                      "  operator "       DELIMITED BY SIZE
                      WS-OPERATOR-ID      DELIMITED BY SIZE
                      "  started "        DELIMITED BY SIZE
                      WS-JOB-RUN-START    DELIMITED BY SIZE
                      "  ended "          DELIMITED BY SIZE
                      WS-JOB-RUN-END      DELIMITED BY SIZE
                 INTO JL-LINE
               WRITE JL-LINE
               MOVE SPACES TO JL-LINE
               WRITE JL-LINE
               IF NOT SIGNON-OK
                   MOVE "SIGN-ON REJECTED - NO STEPS RUN" TO JL-LINE
                   WRITE JL-LINE
               ELSE
                   MOVE "STEP JOB      AFTER START  END    RC RESULT"
                       TO JL-LINE
                   MOVE "REPORT" TO JL-LINE(63:6)
                   WRITE JL-LINE
                   PERFORM VARYING WS-JS FROM 1 BY 1
                           UNTIL WS-JS > WS-JOB-COUNT
                       MOVE SPACES TO JL-LINE
                       STRING WS-JS-STEP(WS-JS)    DELIMITED BY SIZE
                              "   "                DELIMITED BY SIZE
                              WS-JS-JOB(WS-JS)     DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              WS-JS-DEPENDS(WS-JS) DELIMITED BY SIZE
                              "    "               DELIMITED BY SIZE
                              WS-JS-START(WS-JS)   DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              WS-JS-END(WS-JS)     DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              WS-JS-RC(WS-JS)      DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              WS-JS-RESULT(WS-JS)  DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              WS-JS-REPORT(WS-JS)  DELIMITED BY SIZE
                         INTO JL-LINE
                       WRITE JL-LINE
                   END-PERFORM
               END-IF
               MOVE SPACES TO JL-LINE
               WRITE JL-LINE
               MOVE SPACES TO JL-LINE
               STRING "Steps run "         DELIMITED BY SIZE
                      WS-JOB-COUNT         DELIMITED BY SIZE
                      "  highest completion code "
                                           DELIMITED BY SIZE
                      WS-JOB-HIGH-RC       DELIMITED BY SIZE
                 INTO JL-LINE
               WRITE JL-LINE
               CLOSE JOB-LOG-FILE
           END-IF.

       SEASON-CLOSE.
      * 季末結算 (主管限定)：這一季還有進行中的場次或受理中的
      * 爭議就不准結 - 分數或彩金還會動的季別不能定案。過了
      * 再確認一次，照順序做：積分榜重算一遍把最後名次落季別
      * 歷史檔、每位玩家的季末錢帳餘額落檔、餘額結轉成新季
      * 的期初、主檔累計總分歸零，最後才寫結算控制記錄封存；
      * 中間任何一步失敗就停，控制記錄不寫，修好重跑即可 -
      * 每一步都是 REWRITE-else-WRITE，重跑不會重複
           DISPLAY "Enter season to close (YYYY): "
           ACCEPT WS-SEASON
           MOVE "Y" TO WS-SCL-OK-SWITCH
           MOVE 0 TO WS-SCL-STANDINGS
           MOVE 0 TO WS-SCL-BALANCES
           MOVE 0 TO WS-SCL-OPENINGS
           MOVE 0 TO WS-SCL-RESETS
           MOVE 0 TO WS-SCL-KEPT
           COMPUTE WS-SCL-FIRST-ID = WS-SEASON * 10000
           COMPUTE WS-SCL-NEXT-ID = (WS-SEASON + 1) * 10000
           MOVE WS-SEASON TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           IF SEASON-IS-CLOSED
               DISPLAY "Season " WS-SEASON " is already closed - "
                       "nothing done."
           ELSE
               PERFORM SCL-CHECK-OPEN-ITEMS
               IF NOT SEASON-CLOSE-OK
                   DISPLAY "Season " WS-SEASON " not closed - "
                           WS-SCL-OPEN-GAMES " open game(s), "
                           WS-SCL-OPEN-CASES " open dispute(s)."
               ELSE
                   DISPLAY "Close season " WS-SEASON " - no further "
                           "postings will be accepted. Continue? "
                           "(Y/N): "
                   ACCEPT WS-SCL-CONFIRM
                   IF NOT SCL-CONFIRMED
                       DISPLAY "Season close cancelled."
                   ELSE
                       PERFORM SCL-RUN-CLOSE
                   END-IF
               END-IF
           END-IF.

       SCL-CHECK-OPEN-ITEMS.
      * 登錄主檔從 YYYY0000 START 下去掃到換季，進行中的一場
      * 列一行；爭議案件檔同樣掃，受理中的一案列一行。登錄主
      * 檔開不起來就沒辦法確認，一律不准結
           MOVE 0 TO WS-SCL-OPEN-GAMES
           MOVE 0 TO WS-SCL-OPEN-CASES
           PERFORM OPEN-GAME-MASTER
           IF NOT GAMEMAST-OPEN
               MOVE "N" TO WS-SCL-OK-SWITCH
           ELSE
               MOVE "N" TO WS-GM-EOF-SWITCH
               MOVE WS-SCL-FIRST-ID TO GM-GAME-ID
               START GAME-MASTER-FILE KEY >= GM-GAME-ID
               IF WS-GM-STATUS NOT = "00"
                   MOVE "Y" TO WS-GM-EOF-SWITCH
               END-IF
               PERFORM UNTIL GM-EOF
                   READ GAME-MASTER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-GM-EOF-SWITCH
                   END-READ
                   IF NOT GM-EOF
                       IF GM-GAME-ID >= WS-SCL-NEXT-ID
                           MOVE "Y" TO WS-GM-EOF-SWITCH
                       ELSE
                           IF GM-OPEN
                               ADD 1 TO WS-SCL-OPEN-GAMES
                               DISPLAY "  Game " GM-GAME-ID
                                       " table " GM-TABLE-NO
                                       " is still open."
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GAME-MASTER-FILE
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS = "00"
               MOVE "N" TO WS-DP-EOF-SWITCH
               MOVE WS-SCL-FIRST-ID TO DP-GAME-ID
               MOVE 0 TO DP-PLAYER-ID
               MOVE 0 TO DP-ROUND
               START DISPUTE-FILE KEY >= DP-KEY
               IF WS-DP-STATUS NOT = "00"
                   MOVE "Y" TO WS-DP-EOF-SWITCH
               END-IF
               PERFORM UNTIL DP-EOF
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-DP-EOF-SWITCH
                   END-READ
                   IF NOT DP-EOF
                       IF DP-GAME-ID >= WS-SCL-NEXT-ID
                           MOVE "Y" TO WS-DP-EOF-SWITCH
                       ELSE
                           IF DP-OPEN
                               ADD 1 TO WS-SCL-OPEN-CASES
                               DISPLAY "  Dispute game " DP-GAME-ID
                                       " player " DP-PLAYER-ID
                                       " round " DP-ROUND
                                       " is still open."
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-SCL-OPEN-GAMES > 0 OR WS-SCL-OPEN-CASES > 0
               MOVE "N" TO WS-SCL-OK-SWITCH
           END-IF.

       SCL-RUN-CLOSE.
      * 結算本體：季別歷史檔開著從頭做到尾，一步失敗後面就
      * 不做；積分榜走 COMPILE-SEASON-STANDINGS，報表照常印
      * 在 YACHTRPT 當季末定案的那一張
           PERFORM OPEN-SEASON-HISTORY
           IF NOT SEASONHS-OPEN
               MOVE "N" TO WS-SCL-OK-SWITCH
           ELSE
               MOVE "Y" TO WS-SCL-SNAPSHOT-SWITCH
               PERFORM COMPILE-SEASON-STANDINGS
               MOVE "N" TO WS-SCL-SNAPSHOT-SWITCH
               IF STANDINGS-ERROR
                  OR WS-SL-STATUS NOT = "00"
                  OR WS-RPT-STATUS NOT = "00"
                   MOVE "N" TO WS-SCL-OK-SWITCH
               END-IF
               IF SEASON-CLOSE-OK
                   PERFORM SCL-SNAPSHOT-BALANCES
               END-IF
               IF SEASON-CLOSE-OK
                   PERFORM SCL-CARRY-FORWARD
               END-IF
               IF SEASON-CLOSE-OK
                   PERFORM SCL-RESET-RUNNING-TOTALS
               END-IF
               IF SEASON-CLOSE-OK
                   PERFORM SCL-WRITE-CONTROL
               END-IF
               CLOSE SEASON-HISTORY-FILE
               MOVE "N" TO WS-HS-OPEN-SWITCH
           END-IF
           IF SEASON-CLOSE-OK
               DISPLAY "Season " WS-SEASON " closed - "
                       WS-SCL-STANDINGS " standings, "
                       WS-SCL-BALANCES " balances, "
                       WS-SCL-OPENINGS " opening entries, "
                       WS-SCL-RESETS " running totals reset."
               IF WS-SCL-KEPT > 0
                   DISPLAY WS-SCL-KEPT " players already have games "
                           "after season " WS-SEASON
                           " - running totals kept."
               END-IF
           ELSE
               DISPLAY "Season close stopped - season " WS-SEASON
                       " is NOT closed; correct the error above and "
                       "run the close again."
           END-IF.

       WRITE-STANDING-SNAPSHOT.
      * 積分榜印一行就把同一行落進季別歷史檔 (P 個人、T 隊伍)
           MOVE SPACES          TO HS-RECORD
           MOVE WS-SEASON       TO HS-SEASON
           MOVE SR-AG-TYPE      TO HS-TYPE
           MOVE SR-AG-ID        TO HS-ID
           MOVE SR-AG-NAME      TO HS-NAME
           MOVE WS-ST-RANK      TO HS-RANK
           MOVE SR-AG-GAMES     TO HS-GAMES
           MOVE SR-AG-BEST      TO HS-BEST
           MOVE SR-AG-TOTAL-SUM TO HS-TOTAL-SUM
           MOVE SR-AG-POINTS    TO HS-POINTS
           MOVE SR-AG-NET-POINTS TO HS-NET-POINTS
           MOVE 0               TO HS-BALANCE
           PERFORM WRITE-SEASON-HISTORY
           ADD 1 TO WS-SCL-STANDINGS.

       SCL-SNAPSHOT-BALANCES.
      * 錢帳照玩家讀一遍，只算這一季 (場次 YYYY0000 起到下一
      * 季之前，上一季結轉進來的期初也在裡面) 的帳：貸方加、
      * 借方減，玩家一換就把季末餘額落一筆 M。錢帳檔還不存在
      * 就是這一季根本沒收過錢，沒有餘額要結
           OPEN INPUT MONEY-LEDGER-FILE
           IF WS-ML-STATUS NOT = "00" AND WS-ML-STATUS NOT = "35"
               DISPLAY "MONEYLG money ledger not available - status "
                       WS-ML-STATUS ", balances not carried."
               MOVE "N" TO WS-SCL-OK-SWITCH
           END-IF
           IF WS-ML-STATUS = "00"
               MOVE "N" TO WS-SCL-PM-SWITCH
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00"
                   MOVE "Y" TO WS-SCL-PM-SWITCH
               END-IF
               MOVE 0 TO WS-SCL-PLAYER
               MOVE 0 TO WS-SCL-BALANCE
               MOVE 0 TO WS-SCL-ENTRIES
               MOVE "N" TO WS-ML-EOF-SWITCH
               MOVE 0 TO ML-PLAYER-ID
               MOVE 0 TO ML-GAME-ID
               MOVE SPACE TO ML-TYPE
               START MONEY-LEDGER-FILE KEY >= ML-KEY
               IF WS-ML-STATUS NOT = "00"
                   MOVE "Y" TO WS-ML-EOF-SWITCH
               END-IF
               PERFORM UNTIL ML-EOF
                   READ MONEY-LEDGER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-ML-EOF-SWITCH
                   END-READ
                   IF NOT ML-EOF
                       IF ML-PLAYER-ID NOT = WS-SCL-PLAYER
                           PERFORM SCL-BALANCE-BREAK
                           MOVE ML-PLAYER-ID TO WS-SCL-PLAYER
                       END-IF
                       IF ML-GAME-ID >= WS-SCL-FIRST-ID
                          AND ML-GAME-ID < WS-SCL-NEXT-ID
                           ADD 1 TO WS-SCL-ENTRIES
                           IF ML-DC = "C"
                               ADD ML-AMOUNT TO WS-SCL-BALANCE
                           ELSE
                               SUBTRACT ML-AMOUNT FROM WS-SCL-BALANCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM SCL-BALANCE-BREAK
               IF SCL-PM-OPEN
                   CLOSE PLAYER-MASTER-FILE
                   MOVE "N" TO WS-SCL-PM-SWITCH
               END-IF
               CLOSE MONEY-LEDGER-FILE
           END-IF.

       SCL-BALANCE-BREAK.
      * 一位玩家這一季有帳才落一筆 M：金額放絕對值，借貸別
      * 看正負 (C = 社裡欠玩家、D = 玩家欠社裡)
           IF WS-SCL-ENTRIES > 0
               MOVE SPACES        TO HS-RECORD
               MOVE WS-SEASON     TO HS-SEASON
               MOVE "M"           TO HS-TYPE
               MOVE WS-SCL-PLAYER TO HS-ID
               MOVE 0 TO HS-RANK
               MOVE 0 TO HS-GAMES
               MOVE 0 TO HS-BEST
               MOVE 0 TO HS-TOTAL-SUM
               MOVE 0 TO HS-POINTS
               MOVE 0 TO HS-NET-POINTS
               IF SCL-PM-OPEN
                   MOVE WS-SCL-PLAYER TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                   IF WS-PM-STATUS = "00"
                       MOVE PM-PLAYER-NAME TO HS-NAME
                   END-IF
               END-IF
               IF WS-SCL-BALANCE < 0
                   COMPUTE HS-BALANCE = 0 - WS-SCL-BALANCE
                   MOVE "D" TO HS-BALANCE-DC
               ELSE
                   MOVE WS-SCL-BALANCE TO HS-BALANCE
                   MOVE "C" TO HS-BALANCE-DC
               END-IF
               PERFORM WRITE-SEASON-HISTORY
               ADD 1 TO WS-SCL-BALANCES
           END-IF
           MOVE 0 TO WS-SCL-BALANCE
           MOVE 0 TO WS-SCL-ENTRIES.

       SCL-CARRY-FORWARD.
      * 季別歷史檔上這一季的 M 逐筆結轉：餘額不是 0 的在錢帳
      * 寫一筆期初 (O)，場次欄放新季的 YYYY0000，借貸別照抄
           PERFORM OPEN-MONEY-LEDGER
           IF NOT MONEYLG-OPEN
               DISPLAY "MONEYLG money ledger not available - status "
                       WS-ML-STATUS ", balances not carried."
               MOVE "N" TO WS-SCL-OK-SWITCH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE "N" TO WS-HS-EOF-SWITCH
               MOVE WS-SEASON TO HS-SEASON
               MOVE "M" TO HS-TYPE
               MOVE 0 TO HS-ID
               START SEASON-HISTORY-FILE KEY >= HS-KEY
               IF WS-HS-STATUS NOT = "00"
                   MOVE "Y" TO WS-HS-EOF-SWITCH
               END-IF
               PERFORM UNTIL HS-EOF
                   READ SEASON-HISTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-HS-EOF-SWITCH
                   END-READ
                   IF NOT HS-EOF
                       IF HS-SEASON NOT = WS-SEASON
                          OR NOT HS-MONEY-BALANCE
                           MOVE "Y" TO WS-HS-EOF-SWITCH
                       ELSE
                           IF HS-BALANCE > 0
                               MOVE HS-ID          TO ML-PLAYER-ID
                               MOVE WS-SCL-NEXT-ID TO ML-GAME-ID
                               MOVE "O"            TO ML-TYPE
                               MOVE HS-BALANCE     TO ML-AMOUNT
                               MOVE HS-BALANCE-DC  TO ML-DC
                               MOVE WS-CURRENT-DATE(1:8)
                                   TO ML-POST-DATE
                               PERFORM WRITE-MONEY-RECORD
                               IF WS-ML-STATUS = "00"
                                   ADD 1 TO WS-SCL-OPENINGS
                               ELSE
                                   MOVE "N" TO WS-SCL-OK-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MONEY-LEDGER-FILE
               MOVE "N" TO WS-ML-OPEN-SWITCH
           END-IF.

       SCL-RESET-RUNNING-TOTALS.
      * 主檔每位玩家的累計總分歸零，新的一季從 0 開始累計；
      * 結算前就已經打過下一季場次的玩家，主檔上是那一場的
      * 總分，保留不動 (歸零了對帳會報主檔不平)
           PERFORM SCL-MARK-LATER-GAMES
           IF SEASON-CLOSE-OK
               PERFORM OPEN-PLAYER-MASTER
               IF WS-PM-STATUS NOT = "00"
                   DISPLAY "PLAYERMS player master not available - "
                           "status " WS-PM-STATUS
                           ", running totals not reset."
                   MOVE "N" TO WS-SCL-OK-SWITCH
               ELSE
                   PERFORM SCL-RESET-ALL-PLAYERS
                   CLOSE PLAYER-MASTER-FILE
               END-IF
           END-IF.

       SCL-RESET-ALL-PLAYERS.
      * 主檔從頭讀到尾，有下一季場次的跳過只計數
           MOVE "N" TO WS-PM-EOF-SWITCH
           MOVE 0 TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE KEY >= PM-PLAYER-ID
           IF WS-PM-STATUS NOT = "00"
               MOVE "Y" TO WS-PM-EOF-SWITCH
           END-IF
           PERFORM UNTIL PM-EOF
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PM-EOF-SWITCH
               END-READ
               IF NOT PM-EOF AND PM-RUNNING-TOTAL NOT = 0
                   IF PM-PLAYER-ID > 0
                      AND SCL-HAS-LATER(PM-PLAYER-ID)
                       ADD 1 TO WS-SCL-KEPT
                   ELSE
                       MOVE 0 TO PM-RUNNING-TOTAL
                       REWRITE PM-RECORD
                       IF WS-PM-STATUS = "00"
                           ADD 1 TO WS-SCL-RESETS
                       ELSE
                           DISPLAY "ERROR: PLAYERMS rewrite failed - "
                                   "status " WS-PM-STATUS " player "
                                   PM-PLAYER-ID "."
                           MOVE "N" TO WS-SCL-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SCL-MARK-LATER-GAMES.
      * 季賽總帳的鍵是季別開頭，從下一季第一筆讀到檔尾，碰到
      * 的玩家都是已經打過後面季別的；總帳還沒建 (35) 就是沒有
           MOVE SPACES TO WS-SCL-LATER-TABLE
           OPEN INPUT SEASON-LEDGER-FILE
           IF WS-SL-STATUS = "00"
               MOVE "N" TO WS-SL-EOF-SWITCH
               COMPUTE SL-SEASON = WS-SEASON + 1
               MOVE 0 TO SL-GAME-ID
               MOVE 0 TO SL-PLAYER-ID
               START SEASON-LEDGER-FILE KEY >= SL-KEY
               IF WS-SL-STATUS NOT = "00"
                   MOVE "Y" TO WS-SL-EOF-SWITCH
               END-IF
               PERFORM UNTIL SL-EOF
                   READ SEASON-LEDGER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-READ
                   IF NOT SL-EOF AND SL-PLAYER-ID > 0
                       MOVE "Y" TO WS-SCL-LATER-FLAG(SL-PLAYER-ID)
                   END-IF
               END-PERFORM
               CLOSE SEASON-LEDGER-FILE
           ELSE
               IF WS-SL-STATUS NOT = "35"
                   DISPLAY "SEASONLG season ledger not available - "
                           "status " WS-SL-STATUS
                           ", running totals not reset."
                   MOVE "N" TO WS-SCL-OK-SWITCH
               END-IF
           END-IF.

       SCL-WRITE-CONTROL.
      * 最後一步：結算控制記錄寫下去，這一季從此封存
           MOVE SPACES TO HS-CONTROL-RECORD
           MOVE WS-SEASON TO HS-SEASON
           MOVE "C" TO HS-TYPE
           MOVE 0 TO HS-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO HS-CLOSE-DATE
           MOVE WS-OPERATOR-ID       TO HS-CLOSE-OPER
           MOVE WS-SCL-STANDINGS     TO HS-CLOSE-STANDINGS
           MOVE WS-SCL-BALANCES      TO HS-CLOSE-BALANCES
           PERFORM WRITE-SEASON-HISTORY.

       WRITE-SEASON-HISTORY.
      * 季別歷史檔一筆：REWRITE 不成才 WRITE，結算重跑蓋掉上
      * 一次沒做完的；寫不進去整個結算就停
           REWRITE HS-RECORD
           IF WS-HS-STATUS NOT = "00"
               WRITE HS-RECORD
               IF WS-HS-STATUS NOT = "00"
                   DISPLAY "ERROR: SEASONHS write failed - status "
                           WS-HS-STATUS " key " HS-KEY "."
                   MOVE "N" TO WS-SCL-OK-SWITCH
               END-IF
           END-IF.

       OPEN-SEASON-HISTORY.
      * SEASONHS 第一次也不存在，跟其他索引檔一樣先建檔
           MOVE "N" TO WS-HS-OPEN-SWITCH
           OPEN I-O SEASON-HISTORY-FILE
           IF WS-HS-STATUS = "35"
               OPEN OUTPUT SEASON-HISTORY-FILE
               CLOSE SEASON-HISTORY-FILE
               OPEN I-O SEASON-HISTORY-FILE
           END-IF
           IF WS-HS-STATUS = "00"
               MOVE "Y" TO WS-HS-OPEN-SWITCH
           ELSE
               DISPLAY "SEASONHS season history not available - "
                       "status " WS-HS-STATUS
           END-IF.

       CHECK-SEASON-CLOSED.
      * WS-SCL-CHECK-SEASON 這一季結算封存了沒：季別歷史檔上
      * 有它的控制記錄就是封存了。檔已經被結算作業開著就直
      * 接用，沒開就唯讀開起來查完關掉；檔案還不存在就是一
      * 季都還沒結過
           MOVE "N" TO WS-SCL-CLOSED-SWITCH
           IF SEASONHS-OPEN
               PERFORM READ-SEASON-CONTROL
           ELSE
               OPEN INPUT SEASON-HISTORY-FILE
               IF WS-HS-STATUS = "00"
                   PERFORM READ-SEASON-CONTROL
                   CLOSE SEASON-HISTORY-FILE
               END-IF
           END-IF.

       READ-SEASON-CONTROL.
      * 用 (季別, C, 000) 直接讀控制記錄
           MOVE WS-SCL-CHECK-SEASON TO HS-SEASON
           MOVE "C" TO HS-TYPE
           MOVE 0 TO HS-ID
           READ SEASON-HISTORY-FILE
           IF WS-HS-STATUS = "00"
               MOVE "Y" TO WS-SCL-CLOSED-SWITCH
           END-IF.

       TOURNAMENT-MAINTENANCE.
      * 淘汰賽維護：建賽事 (同時排種子、抽籤表)、把登錄好的
      * 比賽排進對戰、平手的對戰由主管排加賽、列籤表報表；
      * 勝負不在這裡輸入 - 比賽完賽時照季賽總帳自動判、自
      * 動晉級，操作員只負責排場次
           PERFORM OPEN-TOURNAMENT-FILES
           IF NOT TOURNMST-OPEN OR NOT BRACKET-OPEN
               DISPLAY "Tournament files not available - tournament "
                       "maintenance skipped."
           ELSE
               MOVE SPACE TO WS-TRN-FUNC
               PERFORM WITH TEST AFTER UNTIL TRN-EXIT
                   DISPLAY "Tournament function: C=Create G=Assign "
                           "game P=Playoff B=Bracket report L=List "
                           "X=Exit: "
                   ACCEPT WS-TRN-FUNC
                   EVALUATE TRUE
                       WHEN TRN-CREATE
                           PERFORM TRN-CREATE-TOURNAMENT
                       WHEN TRN-GAME
                           PERFORM TRN-ASSIGN-GAME
                       WHEN TRN-PLAYOFF
                           IF OPERATOR-IS-SUPERVISOR
                               PERFORM TRN-ENTER-PLAYOFF
                           ELSE
                               DISPLAY "Playoff entry requires "
                                       "supervisor authorization."
                           END-IF
                       WHEN TRN-REPORT
                           PERFORM TRN-BRACKET-REPORT
                       WHEN TRN-LIST
                           PERFORM TRN-LIST-TOURNAMENTS
                       WHEN TRN-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown function - try again."
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF TOURNMST-OPEN
               CLOSE TOURNAMENT-FILE
               MOVE "N" TO WS-TN-OPEN-SWITCH
           END-IF
           IF BRACKET-OPEN
               CLOSE BRACKET-FILE
               MOVE "N" TO WS-BR-OPEN-SWITCH
           END-IF.

       OPEN-TOURNAMENT-FILES.
      * TOURNMST 跟 BRACKET 第一次也不存在，跟其他索引檔一樣
      * 先建檔
           MOVE "N" TO WS-TN-OPEN-SWITCH
           OPEN I-O TOURNAMENT-FILE
           IF WS-TN-STATUS = "35"
               OPEN OUTPUT TOURNAMENT-FILE
               CLOSE TOURNAMENT-FILE
               OPEN I-O TOURNAMENT-FILE
           END-IF
           IF WS-TN-STATUS = "00"
               MOVE "Y" TO WS-TN-OPEN-SWITCH
           ELSE
               DISPLAY "TOURNMST tournament master not available - "
                       "status " WS-TN-STATUS
           END-IF
           MOVE "N" TO WS-BR-OPEN-SWITCH
           OPEN I-O BRACKET-FILE
           IF WS-BR-STATUS = "35"
               OPEN OUTPUT BRACKET-FILE
               CLOSE BRACKET-FILE
               OPEN I-O BRACKET-FILE
           END-IF
           IF WS-BR-STATUS = "00"
               MOVE "Y" TO WS-BR-OPEN-SWITCH
           ELSE
               DISPLAY "BRACKET bracket file not available - "
                       "status " WS-BR-STATUS
           END-IF.

       TRN-CREATE-TOURNAMENT.
      * 建一場賽事：問清楚參賽對象、種子方式跟參賽名單，名單
      * 每一個都要驗過 (玩家要在主檔上而且有效，隊伍要在那一
      * 季的隊伍主檔上，不能重複)，有一個不對整場不建；照種
      * 子排好就抽籤表，籤表寫完才寫主檔
           DISPLAY "Enter tournament id: "
           ACCEPT WS-TRN-ID
           MOVE WS-TRN-ID TO TN-TOURN-ID
           READ TOURNAMENT-FILE
           IF WS-TN-STATUS = "00"
               DISPLAY "Tournament " WS-TRN-ID " already on file ("
                       TN-NAME ")."
           ELSE
               MOVE "Y" TO WS-TRN-OK-SWITCH
               DISPLAY "Enter tournament name: "
               ACCEPT WS-TRN-NAME-IN
               DISPLAY "Entrants: P=Players T=Teams: "
               ACCEPT WS-TRN-TYPE-IN
               DISPLAY "Season (YYYY) the tournament is played in: "
               ACCEPT WS-TRN-SEASON-IN
               DISPLAY "Seeding: H=Handicap S=Season standings: "
               ACCEPT WS-TRN-METHOD-IN
               MOVE 0 TO WS-TRN-SEED-SEASON-IN
               IF TRN-BY-STANDINGS
                   DISPLAY "Seed from final standings of season "
                           "(YYYY): "
                   ACCEPT WS-TRN-SEED-SEASON-IN
               END-IF
               EVALUATE TRUE
                   WHEN NOT TRN-TYPE-PLAYERS AND NOT TRN-TYPE-TEAMS
                       MOVE "N" TO WS-TRN-OK-SWITCH
                       DISPLAY "Entrant type must be P or T."
                   WHEN NOT TRN-BY-HANDICAP AND NOT TRN-BY-STANDINGS
                       MOVE "N" TO WS-TRN-OK-SWITCH
                       DISPLAY "Seeding must be H or S."
                   WHEN TRN-BY-STANDINGS
                       MOVE WS-TRN-SEED-SEASON-IN
                           TO WS-SCL-CHECK-SEASON
                       PERFORM CHECK-SEASON-CLOSED
                       IF NOT SEASON-IS-CLOSED
                           MOVE "N" TO WS-TRN-OK-SWITCH
                           DISPLAY "Season " WS-TRN-SEED-SEASON-IN
                                   " has not been closed - no final "
                                   "standings to seed from."
                       END-IF
               END-EVALUATE
               IF TRN-OK
                   DISPLAY "Number of entrants (2-32): "
                   ACCEPT WS-TRN-COUNT
                   IF WS-TRN-COUNT < 2 OR WS-TRN-COUNT > 32
                       MOVE "N" TO WS-TRN-OK-SWITCH
                       DISPLAY "A tournament needs 2 to 32 entrants."
                   END-IF
               END-IF
               IF TRN-OK
                   PERFORM TRN-OPEN-LOOKUPS
                   PERFORM TRN-ACCEPT-ENTRANTS
                   IF TRN-OK
                       PERFORM TRN-SEED-ENTRANTS
                   END-IF
                   PERFORM TRN-CLOSE-LOOKUPS
               END-IF
               IF TRN-OK
                   PERFORM TRN-DRAW-BRACKET
               END-IF
               IF TRN-OK
                   PERFORM TRN-WRITE-TOURNAMENT
               ELSE
                   DISPLAY "Tournament " WS-TRN-ID " not created."
               END-IF
           END-IF.

       TRN-OPEN-LOOKUPS.
      * 驗名單、排種子跟印報表要查玩家主檔、隊伍主檔、隊員指
      * 派檔，這個作業模式沒有別人開著，唯讀開起來用完就關
           MOVE "N" TO WS-TRN-PM-SWITCH
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-TRN-PM-SWITCH
           END-IF
           MOVE "N" TO WS-TRN-TM-SWITCH
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO WS-TRN-TM-SWITCH
           END-IF
           MOVE "N" TO WS-TRN-TA-SWITCH
           OPEN INPUT TEAM-ASSIGN-FILE
           IF WS-TA-STATUS = "00"
               MOVE "Y" TO WS-TRN-TA-SWITCH
           END-IF.

       TRN-CLOSE-LOOKUPS.
      * 把 TRN-OPEN-LOOKUPS 開起來的檔關掉
           IF TRN-PM-OPEN
               CLOSE PLAYER-MASTER-FILE
               MOVE "N" TO WS-TRN-PM-SWITCH
           END-IF
           IF TRN-TM-OPEN
               CLOSE TEAM-MASTER-FILE
               MOVE "N" TO WS-TRN-TM-SWITCH
           END-IF
           IF TRN-TA-OPEN
               CLOSE TEAM-ASSIGN-FILE
               MOVE "N" TO WS-TRN-TA-SWITCH
           END-IF.

       TRN-ACCEPT-ENTRANTS.
      * 一個一個問參賽編號，第一個不合格的就停
           PERFORM VARYING WS-TRN-I FROM 1 BY 1
                   UNTIL WS-TRN-I > WS-TRN-COUNT OR NOT TRN-OK
               DISPLAY "Entrant " WS-TRN-I " id: "
               ACCEPT WS-TRN-ENTRANT-IN
               PERFORM TRN-CHECK-ENTRANT
               IF TRN-OK
                   MOVE WS-TRN-ENTRANT-IN TO WS-TRN-S-ID(WS-TRN-I)
                   MOVE 0 TO WS-TRN-S-KEY(WS-TRN-I)
               END-IF
           END-PERFORM.

       TRN-CHECK-ENTRANT.
      * 編號 000 在籤表上代表輪空/未定，不能拿來當參賽者；
      * 已經在名單上的不能再報一次
           IF WS-TRN-ENTRANT-IN = 0
               MOVE "N" TO WS-TRN-OK-SWITCH
               DISPLAY "Entrant id 000 is not valid."
           END-IF
           PERFORM VARYING WS-TRN-J FROM 1 BY 1
                   UNTIL WS-TRN-J >= WS-TRN-I OR NOT TRN-OK
               IF WS-TRN-S-ID(WS-TRN-J) = WS-TRN-ENTRANT-IN
                   MOVE "N" TO WS-TRN-OK-SWITCH
                   DISPLAY "Entrant " WS-TRN-ENTRANT-IN
                           " is already in the draw."
               END-IF
           END-PERFORM
           IF TRN-OK AND TRN-TYPE-PLAYERS
               MOVE WS-TRN-ENTRANT-IN TO PM-PLAYER-ID
               IF TRN-PM-OPEN
                   READ PLAYER-MASTER-FILE
               END-IF
               IF NOT TRN-PM-OPEN OR WS-PM-STATUS NOT = "00"
                   MOVE "N" TO WS-TRN-OK-SWITCH
                   DISPLAY "Player " WS-TRN-ENTRANT-IN
                           " not on file."
               ELSE
                   IF NOT PM-ACTIVE
                       MOVE "N" TO WS-TRN-OK-SWITCH
                       DISPLAY "Player " WS-TRN-ENTRANT-IN
                               " is inactive."
                   END-IF
               END-IF
           END-IF
           IF TRN-OK AND TRN-TYPE-TEAMS
               MOVE WS-TRN-SEASON-IN  TO TM-SEASON
               MOVE WS-TRN-ENTRANT-IN TO TM-TEAM-ID
               IF TRN-TM-OPEN
                   READ TEAM-MASTER-FILE
               END-IF
               IF NOT TRN-TM-OPEN OR WS-TM-STATUS NOT = "00"
                   MOVE "N" TO WS-TRN-OK-SWITCH
                   DISPLAY "Team " WS-TRN-ENTRANT-IN
                           " not on file for " WS-TRN-SEASON-IN "."
               END-IF
           END-IF.

       TRN-SEED-ENTRANTS.
      * 排種子：差點越低種子越前，照名次就是名次越前越前；隊
      * 伍的差點取那一季隊員差點的平均，查不到差點或名次的
      * 排最後 (999)。排序鍵 = 值 × 1000 + 編號，同值時編號
      * 小的在前，每次排出來都一樣
           IF TRN-BY-STANDINGS
               OPEN INPUT SEASON-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-TRN-I FROM 1 BY 1
                   UNTIL WS-TRN-I > WS-TRN-COUNT
               MOVE WS-TRN-S-ID(WS-TRN-I) TO WS-TRN-SIDE
               MOVE 999 TO WS-TRN-SEED-VALUE
               EVALUATE TRUE
                   WHEN TRN-BY-STANDINGS
                       PERFORM TRN-STANDING-RANK
                   WHEN TRN-TYPE-PLAYERS
                       MOVE WS-TRN-SIDE TO PM-PLAYER-ID
                       READ PLAYER-MASTER-FILE
                       IF WS-PM-STATUS = "00"
                           MOVE PM-HANDICAP TO WS-TRN-SEED-VALUE
                       END-IF
                   WHEN OTHER
                       PERFORM TRN-TEAM-HANDICAP
               END-EVALUATE
               COMPUTE WS-TRN-S-KEY(WS-TRN-I) =
                   WS-TRN-SEED-VALUE * 1000 + WS-TRN-SIDE
           END-PERFORM
           IF TRN-BY-STANDINGS
               CLOSE SEASON-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-TRN-I FROM 1 BY 1
                   UNTIL WS-TRN-I >= WS-TRN-COUNT
               PERFORM VARYING WS-TRN-J FROM WS-TRN-I BY 1
                       UNTIL WS-TRN-J > WS-TRN-COUNT
                   IF WS-TRN-S-KEY(WS-TRN-J) < WS-TRN-S-KEY(WS-TRN-I)
                       MOVE WS-TRN-SEED-ENTRY(WS-TRN-I)
                           TO WS-TRN-HOLD-ENTRY
                       MOVE WS-TRN-SEED-ENTRY(WS-TRN-J)
                           TO WS-TRN-SEED-ENTRY(WS-TRN-I)
                       MOVE WS-TRN-HOLD-ENTRY
                           TO WS-TRN-SEED-ENTRY(WS-TRN-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TRN-STANDING-RANK.
      * 定案名次從季別歷史檔讀：玩家是 P 類、隊伍是 T 類
           MOVE WS-TRN-SEED-SEASON-IN TO HS-SEASON
           IF TRN-TYPE-TEAMS
               MOVE "T" TO HS-TYPE
           ELSE
               MOVE "P" TO HS-TYPE
           END-IF
           MOVE WS-TRN-SIDE TO HS-ID
           READ SEASON-HISTORY-FILE
           IF WS-HS-STATUS = "00" AND HS-RANK > 0
               MOVE HS-RANK TO WS-TRN-SEED-VALUE
           END-IF.

       TRN-TEAM-HANDICAP.
      * 隊伍差點 = 那一季指派到這支隊的玩家差點平均
           MOVE 0 TO WS-TRN-HCP-SUM
           MOVE 0 TO WS-TRN-HCP-COUNT
           IF TRN-TA-OPEN AND TRN-PM-OPEN
               MOVE "N" TO WS-TA-EOF-SWITCH
               MOVE WS-TRN-SEASON-IN TO TA-SEASON
               MOVE 0 TO TA-PLAYER-ID
               START TEAM-ASSIGN-FILE KEY >= TA-KEY
               IF WS-TA-STATUS NOT = "00"
                   MOVE "Y" TO WS-TA-EOF-SWITCH
               END-IF
               PERFORM UNTIL TA-EOF
                   READ TEAM-ASSIGN-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-TA-EOF-SWITCH
                   END-READ
                   IF NOT TA-EOF
                      AND TA-SEASON NOT = WS-TRN-SEASON-IN
                       MOVE "Y" TO WS-TA-EOF-SWITCH
                   END-IF
                   IF NOT TA-EOF AND TA-TEAM-ID = WS-TRN-SIDE
                       MOVE TA-PLAYER-ID TO PM-PLAYER-ID
                       READ PLAYER-MASTER-FILE
                       IF WS-PM-STATUS = "00"
                           ADD PM-HANDICAP TO WS-TRN-HCP-SUM
                           ADD 1 TO WS-TRN-HCP-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TRN-HCP-COUNT > 0
               COMPUTE WS-TRN-SEED-VALUE =
                   WS-TRN-HCP-SUM / WS-TRN-HCP-COUNT
           END-IF.

       TRN-DRAW-BRACKET.
      * 抽籤表：籤表大小湊到 >= 參賽數的 2 的次方，先把每一
      * 輪的對戰都寫成空的，再照標準種子籤位把第一輪填上。
      * 籤位表由 [1,2] 開始，每次把每個種子 x 展開成 x 跟
      * (2 × 目前長度 + 1 - x)，頭兩號種子要到決賽才碰頭；
      * 超過參賽數的籤位就是輪空，對上的種子直接晉級
           MOVE 2 TO WS-TRN-SIZE
           MOVE 1 TO WS-TRN-ROUNDS
           PERFORM UNTIL WS-TRN-SIZE >= WS-TRN-COUNT
               COMPUTE WS-TRN-SIZE = WS-TRN-SIZE * 2
               ADD 1 TO WS-TRN-ROUNDS
           END-PERFORM
           MOVE 1 TO WS-TRN-ORDER(1)
           MOVE 2 TO WS-TRN-ORDER(2)
           MOVE 2 TO WS-TRN-LEN
           PERFORM UNTIL WS-TRN-LEN >= WS-TRN-SIZE
               PERFORM VARYING WS-TRN-I FROM 1 BY 1
                       UNTIL WS-TRN-I > WS-TRN-LEN
                   COMPUTE WS-TRN-J = WS-TRN-I * 2 - 1
                   MOVE WS-TRN-ORDER(WS-TRN-I)
                       TO WS-TRN-WORK(WS-TRN-J)
                   ADD 1 TO WS-TRN-J
                   COMPUTE WS-TRN-WORK(WS-TRN-J) =
                       WS-TRN-LEN * 2 + 1 - WS-TRN-ORDER(WS-TRN-I)
               END-PERFORM
               COMPUTE WS-TRN-LEN = WS-TRN-LEN * 2
               MOVE WS-TRN-WORK-TABLE TO WS-TRN-ORDER-TABLE
           END-PERFORM
           MOVE WS-TRN-SIZE TO WS-TRN-MATCHES
           PERFORM VARYING WS-TRN-K FROM 1 BY 1
                   UNTIL WS-TRN-K > WS-TRN-ROUNDS OR NOT TRN-OK
               COMPUTE WS-TRN-MATCHES = WS-TRN-MATCHES / 2
               PERFORM VARYING WS-TRN-I FROM 1 BY 1
                       UNTIL WS-TRN-I > WS-TRN-MATCHES OR NOT TRN-OK
                   PERFORM TRN-WRITE-EMPTY-MATCH
               END-PERFORM
           END-PERFORM
           COMPUTE WS-TRN-MATCHES = WS-TRN-SIZE / 2
           PERFORM VARYING WS-TRN-I FROM 1 BY 1
                   UNTIL WS-TRN-I > WS-TRN-MATCHES OR NOT TRN-OK
               PERFORM TRN-FILL-FIRST-ROUND
           END-PERFORM.

       TRN-WRITE-EMPTY-MATCH.
      * 第 WS-TRN-K 輪第 WS-TRN-I 場：兩邊未定；勝方晉級到下
      * 一輪的第 (場號 + 1) / 2 場，單號場進 A 邊、雙號場進 B
      * 邊，決賽沒有下一場
           MOVE WS-TRN-ID TO BR-TOURN-ID
           MOVE WS-TRN-K  TO BR-ROUND
           MOVE WS-TRN-I  TO BR-MATCH
           MOVE 0 TO BR-SIDE-A BR-SEED-A BR-SIDE-B BR-SEED-B
           MOVE 0 TO BR-GAME-ID BR-PLAYOFF-GAME
           MOVE 0 TO BR-SCORE-A BR-SCORE-B BR-WINNER
           MOVE "W" TO BR-STATUS
           IF WS-TRN-K < WS-TRN-ROUNDS
               COMPUTE BR-NEXT-MATCH = (WS-TRN-I + 1) / 2
               DIVIDE WS-TRN-I BY 2 GIVING WS-TRN-QUOTIENT
                   REMAINDER WS-TRN-REMAINDER
               IF WS-TRN-REMAINDER = 1
                   MOVE "A" TO BR-NEXT-SLOT
               ELSE
                   MOVE "B" TO BR-NEXT-SLOT
               END-IF
           ELSE
               MOVE 0 TO BR-NEXT-MATCH
               MOVE SPACE TO BR-NEXT-SLOT
           END-IF
           WRITE BR-RECORD
           IF WS-BR-STATUS NOT = "00"
               MOVE "N" TO WS-TRN-OK-SWITCH
               DISPLAY "BRACKET write failed - status " WS-BR-STATUS
                       " at round " WS-TRN-K " match " WS-TRN-I
           END-IF.

       TRN-FILL-FIRST-ROUND.
      * 第一輪第 WS-TRN-I 場拿籤位表第 2i-1、2i 兩個種子；種
      * 子序號超過參賽數的那邊是輪空，另一邊當場判勝晉級
           COMPUTE WS-TRN-J = WS-TRN-I * 2 - 1
           MOVE WS-TRN-ORDER(WS-TRN-J) TO WS-TRN-SEED-A
           ADD 1 TO WS-TRN-J
           MOVE WS-TRN-ORDER(WS-TRN-J) TO WS-TRN-SEED-B
           MOVE WS-TRN-ID TO BR-TOURN-ID
           MOVE 1         TO BR-ROUND
           MOVE WS-TRN-I  TO BR-MATCH
           READ BRACKET-FILE
           IF WS-BR-STATUS = "00"
               IF WS-TRN-SEED-A <= WS-TRN-COUNT
                   MOVE WS-TRN-SEED-A TO BR-SEED-A
                   MOVE WS-TRN-S-ID(WS-TRN-SEED-A) TO BR-SIDE-A
               END-IF
               IF WS-TRN-SEED-B <= WS-TRN-COUNT
                   MOVE WS-TRN-SEED-B TO BR-SEED-B
                   MOVE WS-TRN-S-ID(WS-TRN-SEED-B) TO BR-SIDE-B
               END-IF
               IF BR-SIDE-A NOT = 0 AND BR-SIDE-B NOT = 0
                   MOVE "R" TO BR-STATUS
                   REWRITE BR-RECORD
               ELSE
                   IF BR-SIDE-A NOT = 0
                       MOVE BR-SIDE-A TO WS-TRN-WINNER
                       MOVE BR-SEED-A TO WS-TRN-WIN-SEED
                   ELSE
                       MOVE BR-SIDE-B TO WS-TRN-WINNER
                       MOVE BR-SEED-B TO WS-TRN-WIN-SEED
                   END-IF
                   MOVE WS-TRN-WINNER TO BR-WINNER
                   MOVE "D" TO BR-STATUS
                   REWRITE BR-RECORD
                   PERFORM TRN-ADVANCE-WINNER
               END-IF
           END-IF.

       TRN-WRITE-TOURNAMENT.
      * 籤表抽好才寫主檔：參賽名單照種子順序存
           MOVE WS-TRN-ID        TO TN-TOURN-ID
           MOVE WS-TRN-NAME-IN   TO TN-NAME
           MOVE WS-TRN-SEASON-IN TO TN-SEASON
           IF TRN-TYPE-TEAMS
               MOVE "T" TO TN-ENTRANT-TYPE
           ELSE
               MOVE "P" TO TN-ENTRANT-TYPE
           END-IF
           IF TRN-BY-STANDINGS
               MOVE "S" TO TN-SEED-METHOD
           ELSE
               MOVE "H" TO TN-SEED-METHOD
           END-IF
           MOVE WS-TRN-SEED-SEASON-IN TO TN-SEED-SEASON
           MOVE "A" TO TN-STATUS
           MOVE WS-TRN-COUNT  TO TN-ENTRANT-COUNT
           MOVE WS-TRN-SIZE   TO TN-BRACKET-SIZE
           MOVE WS-TRN-ROUNDS TO TN-ROUNDS
           MOVE 0 TO TN-CHAMPION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO TN-CREATED-DATE
           MOVE WS-OPERATOR-ID TO TN-CREATED-OPER
           PERFORM VARYING WS-TRN-I FROM 1 BY 1 UNTIL WS-TRN-I > 32
               IF WS-TRN-I > WS-TRN-COUNT
                   MOVE 0 TO TN-ENTRANT-ID(WS-TRN-I)
                   MOVE 0 TO TN-ENTRANT-SEED(WS-TRN-I)
               ELSE
                   MOVE WS-TRN-S-ID(WS-TRN-I)
                       TO TN-ENTRANT-ID(WS-TRN-I)
                   MOVE WS-TRN-I TO TN-ENTRANT-SEED(WS-TRN-I)
               END-IF
           END-PERFORM
           WRITE TN-RECORD
           IF WS-TN-STATUS = "00"
               DISPLAY "Tournament " WS-TRN-ID " created - "
                       WS-TRN-COUNT " entrants, " WS-TRN-ROUNDS
                       " rounds."
           ELSE
               DISPLAY "TOURNMST write failed - status " WS-TN-STATUS
           END-IF.

       TRN-ADVANCE-WINNER.
      * 目前這筆對戰 (BR-RECORD) 已判勝負，把勝方 WS-TRN-WINNER
      * 填進下一場指定的那一邊；兩邊都到齊那一場就可以打了。
      * 這是決賽的話勝方就是冠軍，主檔記上冠軍並結束賽事
           MOVE BR-TOURN-ID   TO WS-TRN-CUR-TOURN
           MOVE BR-NEXT-MATCH TO WS-TRN-NEXT-MATCH
           MOVE BR-NEXT-SLOT  TO WS-TRN-NEXT-SLOT
           COMPUTE WS-TRN-NEXT-ROUND = BR-ROUND + 1
           IF WS-TRN-NEXT-MATCH = 0
               MOVE WS-TRN-CUR-TOURN TO TN-TOURN-ID
               READ TOURNAMENT-FILE
               IF WS-TN-STATUS = "00"
                   MOVE WS-TRN-WINNER TO TN-CHAMPION
                   MOVE "F" TO TN-STATUS
                   REWRITE TN-RECORD
                   DISPLAY "Tournament " WS-TRN-CUR-TOURN
                           " champion: " WS-TRN-WINNER
               ELSE
                   DISPLAY "TOURNMST tournament " WS-TRN-CUR-TOURN
                           " not found - champion not recorded."
               END-IF
           ELSE
               MOVE WS-TRN-CUR-TOURN  TO BR-TOURN-ID
               MOVE WS-TRN-NEXT-ROUND TO BR-ROUND
               MOVE WS-TRN-NEXT-MATCH TO BR-MATCH
               READ BRACKET-FILE
               IF WS-BR-STATUS NOT = "00"
                   DISPLAY "BRACKET match " WS-TRN-NEXT-ROUND "/"
                           WS-TRN-NEXT-MATCH " not found - winner "
                           WS-TRN-WINNER " not advanced."
               ELSE
                   IF WS-TRN-NEXT-SLOT = "A"
                       MOVE WS-TRN-WINNER   TO BR-SIDE-A
                       MOVE WS-TRN-WIN-SEED TO BR-SEED-A
                   ELSE
                       MOVE WS-TRN-WINNER   TO BR-SIDE-B
                       MOVE WS-TRN-WIN-SEED TO BR-SEED-B
                   END-IF
                   IF BR-SIDE-A NOT = 0 AND BR-SIDE-B NOT = 0
                       MOVE "R" TO BR-STATUS
                   END-IF
                   REWRITE BR-RECORD
                   DISPLAY "Tournament " WS-TRN-CUR-TOURN ": "
                           WS-TRN-WINNER " advances to round "
                           WS-TRN-NEXT-ROUND " match "
                           WS-TRN-NEXT-MATCH "."
               END-IF
           END-IF.

       TRN-GAME-COMPLETED.
      * WS-GAME-ID 剛完賽：籤表上等這一場判勝負的對戰 (兩邊到
      * 齊、排的是這一場，或是平手後排的加賽是這一場) 先全部
      * 記下來再逐筆判；沒有淘汰賽檔就是沒在辦比賽，安靜略過
           MOVE 0 TO WS-TRN-DUE-COUNT
           OPEN I-O BRACKET-FILE
           IF WS-BR-STATUS = "00"
               OPEN I-O TOURNAMENT-FILE
               IF WS-TN-STATUS = "00"
                   MOVE "N" TO WS-BR-EOF-SWITCH
                   MOVE 0 TO BR-TOURN-ID BR-ROUND BR-MATCH
                   START BRACKET-FILE KEY >= BR-KEY
                   IF WS-BR-STATUS NOT = "00"
                       MOVE "Y" TO WS-BR-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL BR-EOF
                       READ BRACKET-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-BR-EOF-SWITCH
                       END-READ
                       IF NOT BR-EOF AND BR-READY
                          AND WS-TRN-DUE-COUNT < WS-TRN-DUE-MAX
                          AND ((BR-PLAYOFF-GAME = 0
                                AND BR-GAME-ID = WS-GAME-ID)
                           OR (BR-PLAYOFF-GAME NOT = 0
                                AND BR-PLAYOFF-GAME = WS-GAME-ID))
                           ADD 1 TO WS-TRN-DUE-COUNT
                           MOVE BR-TOURN-ID
                               TO WS-TRN-DUE-TOURN(WS-TRN-DUE-COUNT)
                           MOVE BR-ROUND
                               TO WS-TRN-DUE-ROUND(WS-TRN-DUE-COUNT)
                           MOVE BR-MATCH
                               TO WS-TRN-DUE-MATCH(WS-TRN-DUE-COUNT)
                       END-IF
                   END-PERFORM
                   IF WS-TRN-DUE-COUNT > 0
                       MOVE "N" TO WS-TRN-TA-SWITCH
                       OPEN INPUT TEAM-ASSIGN-FILE
                       IF WS-TA-STATUS = "00"
                           MOVE "Y" TO WS-TRN-TA-SWITCH
                       END-IF
                       PERFORM VARYING WS-TRN-D FROM 1 BY 1
                               UNTIL WS-TRN-D > WS-TRN-DUE-COUNT
                           MOVE WS-TRN-DUE-TOURN(WS-TRN-D)
                               TO BR-TOURN-ID
                           MOVE WS-TRN-DUE-ROUND(WS-TRN-D) TO BR-ROUND
                           MOVE WS-TRN-DUE-MATCH(WS-TRN-D) TO BR-MATCH
                           READ BRACKET-FILE
                           IF WS-BR-STATUS = "00"
                               PERFORM TRN-DECIDE-MATCH
                           END-IF
                       END-PERFORM
                       IF TRN-TA-OPEN
                           CLOSE TEAM-ASSIGN-FILE
                           MOVE "N" TO WS-TRN-TA-SWITCH
                       END-IF
                   END-IF
                   CLOSE TOURNAMENT-FILE
               END-IF
               CLOSE BRACKET-FILE
           END-IF.

       TRN-DECIDE-MATCH.
      * 照季賽總帳判這一場 (BR-RECORD)：玩家賽比兩人的總分，
      * 隊伍賽比兩隊在場隊員總分的合計。分數高的晉級；同分
      * 就擱著 (H) 等主管排加賽，兩邊在總帳上都查不到分數也
      * 擱著，不能拿 0 比 0 亂判
           MOVE BR-TOURN-ID TO TN-TOURN-ID
           READ TOURNAMENT-FILE
           IF WS-TN-STATUS NOT = "00"
               DISPLAY "TOURNMST tournament " BR-TOURN-ID
                       " not found - match " BR-ROUND "/" BR-MATCH
                       " not decided."
           ELSE
               IF BR-PLAYOFF-GAME NOT = 0
                   MOVE BR-PLAYOFF-GAME TO WS-TRN-DECIDE-GAME
               ELSE
                   MOVE BR-GAME-ID TO WS-TRN-DECIDE-GAME
               END-IF
               MOVE BR-SIDE-A TO WS-TRN-SIDE
               PERFORM TRN-SIDE-SCORE
               MOVE WS-TRN-SCORE TO BR-SCORE-A
               MOVE WS-TRN-PLAYED-SWITCH TO WS-TRN-PLAYED-A
               MOVE BR-SIDE-B TO WS-TRN-SIDE
               PERFORM TRN-SIDE-SCORE
               MOVE WS-TRN-SCORE TO BR-SCORE-B
               MOVE WS-TRN-PLAYED-SWITCH TO WS-TRN-PLAYED-B
               MOVE 0 TO WS-TRN-WINNER
               EVALUATE TRUE
                   WHEN WS-TRN-PLAYED-A = "N"
                        AND WS-TRN-PLAYED-B = "N"
                       CONTINUE
                   WHEN BR-SCORE-A > BR-SCORE-B
                       MOVE BR-SIDE-A TO WS-TRN-WINNER
                       MOVE BR-SEED-A TO WS-TRN-WIN-SEED
                   WHEN BR-SCORE-B > BR-SCORE-A
                       MOVE BR-SIDE-B TO WS-TRN-WINNER
                       MOVE BR-SEED-B TO WS-TRN-WIN-SEED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-TRN-WINNER = 0
                   MOVE "H" TO BR-STATUS
                   REWRITE BR-RECORD
                   DISPLAY "Tournament " BR-TOURN-ID " round "
                           BR-ROUND " match " BR-MATCH " tied "
                           BR-SCORE-A "-" BR-SCORE-B
                           " - held for a supervisor playoff game."
               ELSE
                   MOVE WS-TRN-WINNER TO BR-WINNER
                   MOVE "D" TO BR-STATUS
                   REWRITE BR-RECORD
                   DISPLAY "Tournament " BR-TOURN-ID " round "
                           BR-ROUND " match " BR-MATCH " won by "
                           WS-TRN-WINNER " (" BR-SCORE-A "-"
                           BR-SCORE-B ")."
                   PERFORM TRN-ADVANCE-WINNER
               END-IF
           END-IF.

       TRN-SIDE-SCORE.
      * 一邊 (WS-TRN-SIDE) 在 WS-TRN-DECIDE-GAME 這一場的分數：
      * 玩家直接讀季賽總帳那一筆；隊伍就把這一場每位玩家拿去
      * 對那一季的隊員指派，屬於這支隊的總分加起來
           MOVE 0 TO WS-TRN-SCORE
           MOVE "N" TO WS-TRN-PLAYED-SWITCH
           MOVE WS-TRN-DECIDE-GAME(1:4) TO SL-SEASON
           MOVE WS-TRN-DECIDE-GAME      TO SL-GAME-ID
           IF TN-TEAMS
               MOVE "N" TO WS-SL-EOF-SWITCH
               MOVE 0 TO SL-PLAYER-ID
               START SEASON-LEDGER-FILE KEY >= SL-KEY
               IF WS-SL-STATUS NOT = "00" OR NOT TRN-TA-OPEN
                   MOVE "Y" TO WS-SL-EOF-SWITCH
               END-IF
               PERFORM UNTIL SL-EOF
                   READ SEASON-LEDGER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-READ
                   IF NOT SL-EOF
                      AND SL-GAME-ID NOT = WS-TRN-DECIDE-GAME
                       MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-IF
                   IF NOT SL-EOF
                       MOVE TN-SEASON    TO TA-SEASON
                       MOVE SL-PLAYER-ID TO TA-PLAYER-ID
                       READ TEAM-ASSIGN-FILE
                       IF WS-TA-STATUS = "00"
                          AND TA-TEAM-ID = WS-TRN-SIDE
                           ADD SL-GRAND-TOTAL TO WS-TRN-SCORE
                           MOVE "Y" TO WS-TRN-PLAYED-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-TRN-SIDE TO SL-PLAYER-ID
               READ SEASON-LEDGER-FILE
               IF WS-SL-STATUS = "00"
                   MOVE SL-GRAND-TOTAL TO WS-TRN-SCORE
                   MOVE "Y" TO WS-TRN-PLAYED-SWITCH
               END-IF
           END-IF.

       TRN-ACCEPT-MATCH.
      * 問賽事、輪次、場號，讀出那一場對戰
           MOVE "Y" TO WS-TRN-OK-SWITCH
           DISPLAY "Enter tournament id: "
           ACCEPT WS-TRN-ID
           DISPLAY "Enter round: "
           ACCEPT WS-TRN-ROUND-IN
           DISPLAY "Enter match: "
           ACCEPT WS-TRN-MATCH-IN
           MOVE WS-TRN-ID       TO BR-TOURN-ID
           MOVE WS-TRN-ROUND-IN TO BR-ROUND
           MOVE WS-TRN-MATCH-IN TO BR-MATCH
           READ BRACKET-FILE
           IF WS-BR-STATUS NOT = "00"
               MOVE "N" TO WS-TRN-OK-SWITCH
               DISPLAY "Tournament " WS-TRN-ID " round "
                       WS-TRN-ROUND-IN " match " WS-TRN-MATCH-IN
                       " not on file."
           END-IF.

       TRN-CHECK-GAME-OPEN.
      * 排進對戰的比賽要先在登錄主檔上登錄而且還在進行中 -
      * 完賽才會觸發判勝負，已經完賽的場次排進來永遠判不到
           MOVE "N" TO WS-TRN-OK-SWITCH
           OPEN INPUT GAME-MASTER-FILE
           IF WS-GM-STATUS = "00"
               MOVE WS-TRN-GAME-IN TO GM-GAME-ID
               READ GAME-MASTER-FILE
               IF WS-GM-STATUS = "00" AND GM-OPEN
                   MOVE "Y" TO WS-TRN-OK-SWITCH
               END-IF
               CLOSE GAME-MASTER-FILE
           END-IF
           IF NOT TRN-OK
               DISPLAY "Game " WS-TRN-GAME-IN " is not registered as "
                       "open - register it in game registry first."
           END-IF.

       TRN-ASSIGN-GAME.
      * 把一場登錄好的比賽排給一場兩邊到齊的對戰；已經排過
      * 場次的不能改，要改得等那一場判完或由主管排加賽
           PERFORM TRN-ACCEPT-MATCH
           IF TRN-OK
               EVALUATE TRUE
                   WHEN NOT BR-READY
                       DISPLAY "Match is not ready to play - status "
                               BR-STATUS "."
                   WHEN BR-GAME-ID NOT = 0
                       DISPLAY "Match already has game " BR-GAME-ID
                               "."
                   WHEN OTHER
                       DISPLAY "Enter game id (YYYYMMDD): "
                       ACCEPT WS-TRN-GAME-IN
                       PERFORM TRN-CHECK-GAME-OPEN
                       IF TRN-OK
                           MOVE WS-TRN-ID       TO BR-TOURN-ID
                           MOVE WS-TRN-ROUND-IN TO BR-ROUND
                           MOVE WS-TRN-MATCH-IN TO BR-MATCH
                           READ BRACKET-FILE
                           MOVE WS-TRN-GAME-IN TO BR-GAME-ID
                           REWRITE BR-RECORD
                           IF WS-BR-STATUS = "00"
                               DISPLAY "Game " WS-TRN-GAME-IN
                                       " assigned to round "
                                       WS-TRN-ROUND-IN " match "
                                       WS-TRN-MATCH-IN "."
                           ELSE
                               DISPLAY "BRACKET update failed - "
                                       "status " WS-BR-STATUS
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       TRN-ENTER-PLAYOFF.
      * 主管替平手擱著的對戰排加賽：加賽場次一樣要登錄好還沒
      * 完賽，而且不能是剛打平的那一場；排好狀態回到可以打，
      * 加賽完賽時就照加賽的分數判
           PERFORM TRN-ACCEPT-MATCH
           IF TRN-OK
               IF NOT BR-HELD
                   DISPLAY "Match is not held on a tie - status "
                           BR-STATUS "."
               ELSE
                   DISPLAY "Tied " BR-SCORE-A "-" BR-SCORE-B
                           ". Enter playoff game id (YYYYMMDD): "
                   ACCEPT WS-TRN-GAME-IN
                   IF WS-TRN-GAME-IN = BR-GAME-ID
                      OR WS-TRN-GAME-IN = BR-PLAYOFF-GAME
                       DISPLAY "Playoff must be a new game."
                   ELSE
                       PERFORM TRN-CHECK-GAME-OPEN
                       IF TRN-OK
                           MOVE WS-TRN-ID       TO BR-TOURN-ID
                           MOVE WS-TRN-ROUND-IN TO BR-ROUND
                           MOVE WS-TRN-MATCH-IN TO BR-MATCH
                           READ BRACKET-FILE
                           MOVE WS-TRN-GAME-IN TO BR-PLAYOFF-GAME
                           MOVE "R" TO BR-STATUS
                           REWRITE BR-RECORD
                           IF WS-BR-STATUS = "00"
                               DISPLAY "Playoff game " WS-TRN-GAME-IN
                                       " entered for round "
                                       WS-TRN-ROUND-IN " match "
                                       WS-TRN-MATCH-IN "."
                           ELSE
                               DISPLAY "BRACKET update failed - "
                                       "status " WS-BR-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TRN-LIST-TOURNAMENTS.
      * 列出所有賽事，一行一場
           MOVE "N" TO WS-TN-EOF-SWITCH
           MOVE 0 TO TN-TOURN-ID
           START TOURNAMENT-FILE KEY >= TN-TOURN-ID
           IF WS-TN-STATUS NOT = "00"
               DISPLAY "No tournaments on file."
           ELSE
               DISPLAY "TOURN NAME                 TYPE SEED ENTR "
                       "STATUS CHAMPION"
               PERFORM UNTIL TN-EOF
                   READ TOURNAMENT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-TN-EOF-SWITCH
                   END-READ
                   IF NOT TN-EOF
                       DISPLAY TN-TOURN-ID "  " TN-NAME " "
                               TN-ENTRANT-TYPE "    " TN-SEED-METHOD
                               "    " TN-ENTRANT-COUNT "   "
                               TN-STATUS "      " TN-CHAMPION
                   END-IF
               END-PERFORM
           END-IF.

       TRN-BRACKET-REPORT.
      * 籤表報表：一輪一段，每場印兩邊 (種子、編號、名字、分
      * 數) 跟這一場的狀態，最後統計還沒打完的場數跟冠軍
           DISPLAY "Enter tournament id: "
           ACCEPT WS-TRN-ID
           MOVE WS-TRN-ID TO TN-TOURN-ID
           READ TOURNAMENT-FILE
           IF WS-TN-STATUS NOT = "00"
               DISPLAY "Tournament " WS-TRN-ID " not on file."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "YACHTRPT report file could not be "
                           "opened - status " WS-RPT-STATUS
                           ", bracket report not written."
               ELSE
                   PERFORM TRN-OPEN-LOOKUPS
                   MOVE 0 TO WS-TRN-TO-PLAY
                   MOVE "=== YACHT TOURNAMENT BRACKET ===" TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "TOURNAMENT " TN-TOURN-ID " " TN-NAME
                          "  SEASON " TN-SEASON
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   IF TN-TEAMS
                       MOVE "TEAMS"   TO WS-TRN-STATUS-TEXT
                   ELSE
                       MOVE "PLAYERS" TO WS-TRN-STATUS-TEXT
                   END-IF
                   IF TN-SEED-STANDINGS
                       STRING "ENTRANTS " TN-ENTRANT-COUNT " "
                              WS-TRN-STATUS-TEXT(1:8)
                              "SEEDED BY " TN-SEED-SEASON
                              " FINAL STANDINGS"
                              DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING "ENTRANTS " TN-ENTRANT-COUNT " "
                              WS-TRN-STATUS-TEXT(1:8)
                              "SEEDED BY HANDICAP"
                              DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   WRITE RPT-LINE
                   PERFORM VARYING WS-TRN-K FROM 1 BY 1
                           UNTIL WS-TRN-K > TN-ROUNDS
                       PERFORM TRN-REPORT-ROUND
                   END-PERFORM
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "MATCHES STILL TO PLAY: " WS-TRN-TO-PLAY
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   IF TN-FINISHED
                       MOVE TN-CHAMPION TO WS-TRN-SIDE
                       PERFORM TRN-LOOKUP-NAME
                       MOVE SPACES TO RPT-LINE
                       STRING "CHAMPION: " TN-CHAMPION " "
                              WS-TRN-NAME
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   PERFORM TRN-CLOSE-LOOKUPS
                   CLOSE REPORT-FILE
                   DISPLAY "Bracket report written to " WS-RPT-NAME
                           "."
               END-IF
           END-IF.

       TRN-REPORT-ROUND.
      * 第 WS-TRN-K 輪：最後一輪叫決賽、倒數第二輪叫準決賽
           MOVE SPACES TO WS-TRN-ROUND-NAME
           EVALUATE TRUE
               WHEN WS-TRN-K = TN-ROUNDS
                   MOVE "FINAL" TO WS-TRN-ROUND-NAME
               WHEN WS-TRN-K + 1 = TN-ROUNDS
                   MOVE "SEMI-FINALS" TO WS-TRN-ROUND-NAME
               WHEN OTHER
                   STRING "ROUND " WS-TRN-K(2:1)
                          DELIMITED BY SIZE INTO WS-TRN-ROUND-NAME
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "--- " WS-TRN-ROUND-NAME " ---"
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-BR-EOF-SWITCH
           MOVE TN-TOURN-ID TO BR-TOURN-ID
           MOVE WS-TRN-K    TO BR-ROUND
           MOVE 0           TO BR-MATCH
           START BRACKET-FILE KEY >= BR-KEY
           IF WS-BR-STATUS NOT = "00"
               MOVE "Y" TO WS-BR-EOF-SWITCH
           END-IF
           PERFORM UNTIL BR-EOF
               READ BRACKET-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BR-EOF-SWITCH
               END-READ
               IF NOT BR-EOF
                  AND (BR-TOURN-ID NOT = TN-TOURN-ID
                       OR BR-ROUND NOT = WS-TRN-K)
                   MOVE "Y" TO WS-BR-EOF-SWITCH
               END-IF
               IF NOT BR-EOF
                   PERFORM TRN-REPORT-MATCH
               END-IF
           END-PERFORM.

       TRN-REPORT-MATCH.
      * 一場三行：場號/場次/狀態，然後 A、B 兩邊各一行
           EVALUATE TRUE
               WHEN BR-DECIDED
                   MOVE SPACES TO WS-TRN-STATUS-TEXT
                   STRING "DECIDED - WINNER " BR-WINNER
                          DELIMITED BY SIZE INTO WS-TRN-STATUS-TEXT
               WHEN BR-HELD
                   MOVE "TIED - AWAITING PLAYOFF" TO WS-TRN-STATUS-TEXT
               WHEN BR-READY AND BR-PLAYOFF-GAME NOT = 0
                   MOVE "TO PLAY - PLAYOFF" TO WS-TRN-STATUS-TEXT
               WHEN BR-READY AND BR-GAME-ID = 0
                   MOVE "TO PLAY - NO GAME ASSIGNED"
                       TO WS-TRN-STATUS-TEXT
               WHEN BR-READY
                   MOVE "TO PLAY" TO WS-TRN-STATUS-TEXT
               WHEN OTHER
                   MOVE "AWAITING OPPONENTS" TO WS-TRN-STATUS-TEXT
           END-EVALUATE
           IF NOT BR-DECIDED
               ADD 1 TO WS-TRN-TO-PLAY
           END-IF
           MOVE SPACES TO RPT-LINE
           IF BR-PLAYOFF-GAME NOT = 0
               STRING "MATCH " BR-MATCH "  GAME " BR-GAME-ID
                      "  PLAYOFF " BR-PLAYOFF-GAME "  "
                      WS-TRN-STATUS-TEXT
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "MATCH " BR-MATCH "  GAME " BR-GAME-ID "  "
                      WS-TRN-STATUS-TEXT
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE BR-SIDE-A TO WS-TRN-SIDE
           MOVE BR-SEED-A TO WS-TRN-SEED-X
           MOVE BR-SCORE-A TO WS-TRN-SCORE-X
           PERFORM TRN-REPORT-SIDE
           MOVE BR-SIDE-B TO WS-TRN-SIDE
           MOVE BR-SEED-B TO WS-TRN-SEED-X
           MOVE BR-SCORE-B TO WS-TRN-SCORE-X
           PERFORM TRN-REPORT-SIDE.

       TRN-REPORT-SIDE.
      * 一邊一行：還沒比過 (沒排場次) 就不印分數
           PERFORM TRN-LOOKUP-NAME
           MOVE SPACES TO RPT-LINE
           IF WS-TRN-SIDE = 0
               STRING "      " WS-TRN-NAME
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               IF BR-DECIDED OR BR-HELD
                   STRING "    (" WS-TRN-SEED-X ") " WS-TRN-SIDE " "
                          WS-TRN-NAME "  " WS-TRN-SCORE-X
                          DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "    (" WS-TRN-SEED-X ") " WS-TRN-SIDE " "
                          WS-TRN-NAME
                          DELIMITED BY SIZE INTO RPT-LINE
               END-IF
           END-IF
           WRITE RPT-LINE.

       TRN-LOOKUP-NAME.
      * WS-TRN-SIDE 的名字：000 在第一輪是輪空，之後是還沒產
      * 生的勝方；玩家查玩家主檔，隊伍查賽事那一季的隊伍主檔
           MOVE SPACES TO WS-TRN-NAME
           EVALUATE TRUE
               WHEN WS-TRN-SIDE = 0 AND BR-ROUND = 1
                   MOVE "BYE" TO WS-TRN-NAME
               WHEN WS-TRN-SIDE = 0
                   MOVE "(TO BE DECIDED)" TO WS-TRN-NAME
               WHEN TN-TEAMS AND TRN-TM-OPEN
                   MOVE TN-SEASON   TO TM-SEASON
                   MOVE WS-TRN-SIDE TO TM-TEAM-ID
                   READ TEAM-MASTER-FILE
                   IF WS-TM-STATUS = "00"
                       MOVE TM-TEAM-NAME TO WS-TRN-NAME
                   END-IF
               WHEN TN-PLAYERS AND TRN-PM-OPEN
                   MOVE WS-TRN-SIDE TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                   IF WS-PM-STATUS = "00"
                       MOVE PM-PLAYER-NAME TO WS-TRN-NAME
                   END-IF
           END-EVALUATE.

       FIXTURE-MAINTENANCE.
      * 聯盟賽程維護：排一晚的一桌 (場次、規則組、抽到的玩
      * 家)、列出一晚的賽程、賽前把一晚的場次登錄進 GAMEMAST、
      * 賽後出勤報表；反覆問到操作員選 X 離開為止
           PERFORM OPEN-FIXTURE-FILE
           IF NOT FIXTURE-OPEN
               DISPLAY "Fixture file not available - fixture "
                       "maintenance skipped."
           ELSE
               MOVE "N" TO WS-FIX-PM-SWITCH
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00"
                   MOVE "Y" TO WS-FIX-PM-SWITCH
               END-IF
               MOVE SPACE TO WS-FIX-FUNC
               PERFORM WITH TEST AFTER UNTIL FIX-EXIT
                   DISPLAY "Fixture function: A=Add/replace table "
                           "L=List night R=Register night's games "
                           "T=Attendance report X=Exit: "
                   ACCEPT WS-FIX-FUNC
                   EVALUATE TRUE
                       WHEN FIX-ADD
                           PERFORM FIX-ADD-TABLE
                       WHEN FIX-LIST
                           PERFORM FIX-LIST-NIGHT
                       WHEN FIX-REGISTER
                           PERFORM FIX-REGISTER-NIGHT
                       WHEN FIX-ATTENDANCE
                           PERFORM FIX-ATTENDANCE-REPORT
                       WHEN FIX-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown function - try again."
                   END-EVALUATE
               END-PERFORM
               IF FIX-PM-OPEN
                   CLOSE PLAYER-MASTER-FILE
                   MOVE "N" TO WS-FIX-PM-SWITCH
               END-IF
               CLOSE FIXTURE-FILE
               MOVE "N" TO WS-FX-OPEN-SWITCH
           END-IF.

       OPEN-FIXTURE-FILE.
      * FIXTURE 第一次也不存在，跟其他索引檔一樣先建檔
           MOVE "N" TO WS-FX-OPEN-SWITCH
           OPEN I-O FIXTURE-FILE
           IF WS-FX-STATUS = "35"
               OPEN OUTPUT FIXTURE-FILE
               CLOSE FIXTURE-FILE
               OPEN I-O FIXTURE-FILE
           END-IF
           IF WS-FX-STATUS = "00"
               MOVE "Y" TO WS-FX-OPEN-SWITCH
           ELSE
               DISPLAY "FIXTURE fixture file not available - "
                       "status " WS-FX-STATUS
           END-IF.

       FIX-ADD-TABLE.
      * 排一晚的一桌：已經登錄進 GAMEMAST 的桌不能再改 (場次
      * 都開出去了)，還沒登錄的整筆蓋掉重排。場次編號 0 就用
      * 比賽夜日期，規則組空白就用目前生效的那一組；玩家要在
      * 主檔上而且有效，同一桌不能重複，有一個不對整桌不收
           MOVE "Y" TO WS-FIX-OK-SWITCH
           DISPLAY "Enter game night (YYYYMMDD): "
           ACCEPT WS-FIX-NIGHT
           DISPLAY "Enter table number: "
           ACCEPT WS-FIX-TABLE-IN
           MOVE WS-FIX-NIGHT(1:4) TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           MOVE WS-FIX-NIGHT    TO FX-NIGHT-DATE
           MOVE WS-FIX-TABLE-IN TO FX-TABLE-NO
           READ FIXTURE-FILE
           IF SEASON-IS-CLOSED
               MOVE "N" TO WS-FIX-OK-SWITCH
               DISPLAY "Season " WS-SCL-CHECK-SEASON " is closed - "
                       "no fixtures can be added."
           ELSE
               IF WS-FX-STATUS = "00" AND FX-REGISTERED
                   MOVE "N" TO WS-FIX-OK-SWITCH
                   DISPLAY "Table " WS-FIX-TABLE-IN " on " WS-FIX-NIGHT
                           " is already registered as game " FX-GAME-ID
                           " - line-up cannot be changed."
               END-IF
           END-IF
           IF FIX-OK
               DISPLAY "Enter game id for this table (0=night date): "
               ACCEPT WS-FIX-GAME-IN
               IF WS-FIX-GAME-IN = 0
                   MOVE WS-FIX-NIGHT TO WS-FIX-GAME-IN
               END-IF
               DISPLAY "Enter rule set (blank=" WS-RULESET-NAME "): "
               ACCEPT WS-FIX-RULESET-IN
               IF WS-FIX-RULESET-IN = SPACES
                   MOVE WS-RULESET-NAME TO WS-FIX-RULESET-IN
               END-IF
               DISPLAY "Number of players drawn (1-8): "
               ACCEPT WS-FIX-COUNT-IN
               IF WS-FIX-COUNT-IN < 1
                  OR WS-FIX-COUNT-IN > WS-MAX-PLAYERS
                   MOVE "N" TO WS-FIX-OK-SWITCH
                   DISPLAY "A table needs 1 to 8 players."
               END-IF
           END-IF
           IF FIX-OK
               MOVE WS-FIX-NIGHT      TO FX-NIGHT-DATE
               MOVE WS-FIX-TABLE-IN   TO FX-TABLE-NO
               MOVE WS-FIX-GAME-IN    TO FX-GAME-ID
               MOVE WS-FIX-RULESET-IN TO FX-RULESET
               MOVE "S"               TO FX-STATUS
               MOVE WS-FIX-COUNT-IN   TO FX-PLAYER-COUNT
               PERFORM VARYING WS-FIX-I FROM 1 BY 1 UNTIL WS-FIX-I > 8
                   MOVE 0 TO FX-PLAYER-ID(WS-FIX-I)
               END-PERFORM
               PERFORM VARYING WS-FIX-I FROM 1 BY 1
                       UNTIL WS-FIX-I > WS-FIX-COUNT-IN OR NOT FIX-OK
                   DISPLAY "Player " WS-FIX-I " id: "
                   ACCEPT WS-FIX-PLAYER-IN
                   PERFORM FIX-CHECK-PLAYER
                   IF FIX-OK
                       MOVE WS-FIX-PLAYER-IN TO FX-PLAYER-ID(WS-FIX-I)
                   END-IF
               END-PERFORM
           END-IF
           IF FIX-OK
               REWRITE FX-RECORD
               IF WS-FX-STATUS NOT = "00"
                   WRITE FX-RECORD
               END-IF
               IF WS-FX-STATUS = "00"
                   DISPLAY "Table " FX-TABLE-NO " scheduled for "
                           FX-NIGHT-DATE " as game " FX-GAME-ID "."
               ELSE
                   DISPLAY "Fixture update failed - status "
                           WS-FX-STATUS
               END-IF
           ELSE
               DISPLAY "Fixture not changed."
           END-IF.

       FIX-CHECK-PLAYER.
      * 排進桌的玩家：要在主檔上、有效，這一桌前面沒排過
           IF WS-FIX-PLAYER-IN = 0
               MOVE "N" TO WS-FIX-OK-SWITCH
               DISPLAY "Player id 000 is not valid."
           END-IF
           PERFORM VARYING WS-FIX-J FROM 1 BY 1
                   UNTIL WS-FIX-J >= WS-FIX-I OR NOT FIX-OK
               IF FX-PLAYER-ID(WS-FIX-J) = WS-FIX-PLAYER-IN
                   MOVE "N" TO WS-FIX-OK-SWITCH
                   DISPLAY "Player " WS-FIX-PLAYER-IN
                           " is already drawn to this table."
               END-IF
           END-PERFORM
           IF FIX-OK
               MOVE WS-FIX-PLAYER-IN TO PM-PLAYER-ID
               IF FIX-PM-OPEN
                   READ PLAYER-MASTER-FILE
               END-IF
               IF NOT FIX-PM-OPEN OR WS-PM-STATUS NOT = "00"
                   MOVE "N" TO WS-FIX-OK-SWITCH
                   DISPLAY "Player " WS-FIX-PLAYER-IN " not on file."
               ELSE
                   IF PM-INACTIVE
                       MOVE "N" TO WS-FIX-OK-SWITCH
                       DISPLAY "Player " WS-FIX-PLAYER-IN
                               " is inactive."
                   END-IF
               END-IF
           END-IF.

       FIX-LIST-NIGHT.
      * 列出一晚每一桌的場次、規則組、狀態跟名單
           DISPLAY "Enter game night (YYYYMMDD, 0=today): "
           ACCEPT WS-FIX-NIGHT
           IF WS-FIX-NIGHT = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-FIX-NIGHT
           END-IF
           MOVE "N" TO WS-FX-EOF-SWITCH
           MOVE WS-FIX-NIGHT TO FX-NIGHT-DATE
           MOVE 0 TO FX-TABLE-NO
           START FIXTURE-FILE KEY >= FX-KEY
           IF WS-FX-STATUS NOT = "00"
               MOVE "Y" TO WS-FX-EOF-SWITCH
           END-IF
           MOVE 0 TO WS-FIX-T
           PERFORM UNTIL FX-EOF
               READ FIXTURE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-FX-EOF-SWITCH
               END-READ
               IF NOT FX-EOF AND FX-NIGHT-DATE NOT = WS-FIX-NIGHT
                   MOVE "Y" TO WS-FX-EOF-SWITCH
               END-IF
               IF NOT FX-EOF
                   ADD 1 TO WS-FIX-T
                   DISPLAY "Table " FX-TABLE-NO "  game " FX-GAME-ID
                           "  rules " FX-RULESET "  status "
                           FX-STATUS
                   PERFORM VARYING WS-FIX-I FROM 1 BY 1
                           UNTIL WS-FIX-I > FX-PLAYER-COUNT
                       MOVE FX-PLAYER-ID(WS-FIX-I) TO WS-FIX-ATT-PLAYER
                       PERFORM FIX-LOOKUP-PLAYER
                       DISPLAY "    " WS-FIX-ATT-PLAYER " "
                               WS-FIX-NAME
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-FIX-T = 0
               DISPLAY "No tables scheduled for " WS-FIX-NIGHT "."
           END-IF.

       FIX-LOOKUP-PLAYER.
      * WS-FIX-ATT-PLAYER 的名字；主檔沒開或查不到就空白
           MOVE SPACES TO WS-FIX-NAME
           MOVE WS-FIX-ATT-PLAYER TO PM-PLAYER-ID
           IF FIX-PM-OPEN
               READ PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00"
                   MOVE PM-PLAYER-NAME TO WS-FIX-NAME
               END-IF
           END-IF.

       FIX-REGISTER-NIGHT.
      * 賽前作業：把一晚賽程上每一桌登錄進 GAMEMAST - 日期、
      * 桌號、規則組照賽程帶，操作員記跑這個作業的人，一律從
      * 進行中開始。場次已經在登錄主檔上而且日期桌號都對得上
      * 就是重跑，略過不算錯；同一個編號被別的場次佔走記 04，
      * 手工改號後再跑。夜間無人值守時比賽夜照控制卡參數
           MOVE 0 TO WS-FIX-REGISTERED
           MOVE 0 TO WS-FIX-ALREADY
           MOVE 0 TO WS-FIX-CONFLICTS
           MOVE "N" TO WS-FIX-LOCAL-SWITCH
           IF RUN-UNATTENDED
               MOVE WS-JOB-PARM-NUM TO WS-FIX-NIGHT
           ELSE
               DISPLAY "Enter game night to register (YYYYMMDD, "
                       "0=today): "
               ACCEPT WS-FIX-NIGHT
           END-IF
           IF WS-FIX-NIGHT = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-FIX-NIGHT
           END-IF
           IF NOT FIXTURE-OPEN
               PERFORM OPEN-FIXTURE-FILE
               IF FIXTURE-OPEN
                   MOVE "Y" TO WS-FIX-LOCAL-SWITCH
               END-IF
           END-IF
           MOVE WS-FIX-NIGHT(1:4) TO WS-SCL-CHECK-SEASON
           PERFORM CHECK-SEASON-CLOSED
           IF NOT FIXTURE-OPEN
               MOVE 8 TO WS-STEP-RC
               DISPLAY "Fixture file not available - games for "
                       WS-FIX-NIGHT " not registered."
           ELSE
               IF SEASON-IS-CLOSED
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "Season " WS-SCL-CHECK-SEASON " is closed - "
                           "games for " WS-FIX-NIGHT " not registered."
               ELSE
                   PERFORM OPEN-GAME-MASTER
                   IF NOT GAMEMAST-OPEN
                       MOVE 8 TO WS-STEP-RC
                   ELSE
                       PERFORM FIX-REGISTER-TABLES
                       CLOSE GAME-MASTER-FILE
                       MOVE "N" TO WS-GM-OPEN-SWITCH
                       MOVE 0 TO WS-LAST-REG-GAME
                       DISPLAY "Night " WS-FIX-NIGHT ": "
                               WS-FIX-REGISTERED " registered, "
                               WS-FIX-ALREADY " already on file, "
                               WS-FIX-CONFLICTS " conflicts."
                       IF WS-FIX-REGISTERED + WS-FIX-ALREADY
                          + WS-FIX-CONFLICTS = 0
                           DISPLAY "No tables scheduled for "
                                   WS-FIX-NIGHT "."
                       END-IF
                       IF WS-STEP-RC < 4
                          AND (WS-FIX-CONFLICTS > 0
                               OR WS-FIX-REGISTERED + WS-FIX-ALREADY
                                  + WS-FIX-CONFLICTS = 0)
                           MOVE 4 TO WS-STEP-RC
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF FIX-LOCAL-OPEN
               CLOSE FIXTURE-FILE
               MOVE "N" TO WS-FX-OPEN-SWITCH
           END-IF.

       FIX-REGISTER-TABLES.
      * 照 (比賽夜, 桌號) 順序一桌一桌登錄；賽程這一筆是目前
      * 讀到的那一筆，REWRITE 改成已登錄不影響往下讀
           MOVE "N" TO WS-FX-EOF-SWITCH
           MOVE WS-FIX-NIGHT TO FX-NIGHT-DATE
           MOVE 0 TO FX-TABLE-NO
           START FIXTURE-FILE KEY >= FX-KEY
           IF WS-FX-STATUS NOT = "00"
               MOVE "Y" TO WS-FX-EOF-SWITCH
           END-IF
           PERFORM UNTIL FX-EOF
               READ FIXTURE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-FX-EOF-SWITCH
               END-READ
               IF NOT FX-EOF AND FX-NIGHT-DATE NOT = WS-FIX-NIGHT
                   MOVE "Y" TO WS-FX-EOF-SWITCH
               END-IF
               IF NOT FX-EOF
                   MOVE FX-GAME-ID TO GM-GAME-ID
                   READ GAME-MASTER-FILE
                   IF WS-GM-STATUS = "00"
                       IF GM-GAME-DATE = FX-NIGHT-DATE
                          AND GM-TABLE-NO = FX-TABLE-NO
                           ADD 1 TO WS-FIX-ALREADY
                           PERFORM FIX-MARK-REGISTERED
                       ELSE
                           ADD 1 TO WS-FIX-CONFLICTS
                           DISPLAY "Table " FX-TABLE-NO ": game "
                                   FX-GAME-ID " is already registered"
                                   " for " GM-GAME-DATE " table "
                                   GM-TABLE-NO " - not registered."
                       END-IF
                   ELSE
                       MOVE FX-GAME-ID     TO GM-GAME-ID
                       MOVE FX-NIGHT-DATE  TO GM-GAME-DATE
                       MOVE FX-RULESET     TO GM-RULESET
                       MOVE WS-OPERATOR-ID TO GM-OPERATOR-ID
                       MOVE FX-TABLE-NO    TO GM-TABLE-NO
                       MOVE "O"            TO GM-STATUS
                       WRITE GM-RECORD
                       IF WS-GM-STATUS = "00"
                           ADD 1 TO WS-FIX-REGISTERED
                           PERFORM FIX-MARK-REGISTERED
                           DISPLAY "Table " FX-TABLE-NO ": game "
                                   FX-GAME-ID " registered as open."
                       ELSE
                           ADD 1 TO WS-FIX-CONFLICTS
                           DISPLAY "Table " FX-TABLE-NO ": register "
                                   "failed - status " WS-GM-STATUS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIX-MARK-REGISTERED.
      * 這一桌的場次已經在登錄主檔上了，賽程標成已登錄
           IF FX-SCHEDULED
               MOVE "G" TO FX-STATUS
               REWRITE FX-RECORD
           END-IF.

       FIX-FIND-LINEUP.
      * 開局前找賽程檔上排這一場 (WS-GAME-ID) 的那一桌：鍵是比
      * 賽夜不是場次，所以從這一季年初往下找；賽程檔不存在就
      * 是沒在排賽程，照舊一個一個問
           MOVE "N" TO WS-FIX-LINEUP-SWITCH
           MOVE 0 TO WS-FIX-LINEUP-COUNT
           OPEN INPUT FIXTURE-FILE
           IF WS-FX-STATUS = "00"
               MOVE "N" TO WS-FX-EOF-SWITCH
               COMPUTE FX-NIGHT-DATE = WS-SEASON * 10000
               MOVE 0 TO FX-TABLE-NO
               START FIXTURE-FILE KEY >= FX-KEY
               IF WS-FX-STATUS NOT = "00"
                   MOVE "Y" TO WS-FX-EOF-SWITCH
               END-IF
               PERFORM UNTIL FX-EOF OR FIX-LINEUP-FOUND
                   READ FIXTURE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-FX-EOF-SWITCH
                   END-READ
                   IF NOT FX-EOF
                      AND FX-NIGHT-DATE(1:4) NOT = WS-GAME-ID(1:4)
                       MOVE "Y" TO WS-FX-EOF-SWITCH
                   END-IF
                   IF NOT FX-EOF AND FX-GAME-ID = WS-GAME-ID
                      AND FX-PLAYER-COUNT > 0
                       MOVE "Y" TO WS-FIX-LINEUP-SWITCH
                       MOVE FX-TABLE-NO     TO WS-FIX-LINEUP-TABLE
                       MOVE FX-PLAYER-COUNT TO WS-FIX-LINEUP-COUNT
                       PERFORM VARYING WS-FIX-I FROM 1 BY 1
                               UNTIL WS-FIX-I > 8
                           MOVE FX-PLAYER-ID(WS-FIX-I)
                               TO WS-FIX-LINEUP-ID(WS-FIX-I)
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE FIXTURE-FILE
           END-IF.

       FIX-SHOW-LINEUP.
      * 列出排定的名單給操作員對：玩家主檔這時已經開著
           DISPLAY "Scheduled line-up for game " WS-GAME-ID
                   " table " WS-FIX-LINEUP-TABLE ":"
           PERFORM VARYING WS-FIX-I FROM 1 BY 1
                   UNTIL WS-FIX-I > WS-FIX-LINEUP-COUNT
               MOVE WS-FIX-LINEUP-ID(WS-FIX-I) TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00"
                   DISPLAY "    " WS-FIX-I ". " PM-PLAYER-ID " "
                           PM-PLAYER-NAME
               ELSE
                   DISPLAY "    " WS-FIX-I ". " PM-PLAYER-ID
                           " (not on file)"
               END-IF
           END-PERFORM.

       FIX-ATTENDANCE-REPORT.
      * 賽後出勤報表：一晚的賽程跟季賽總帳比 - 排了名單沒有
      * 總帳紀錄的是沒來，在總帳上卻不在名單上的是代打；排在
      * 這一桌卻在同一晚別桌打的算換桌，兩邊都不算。每一筆
      * 例外帶玩家跟他那一季的隊伍，最後照隊伍小計給聯盟幹事
           DISPLAY "Enter game night (YYYYMMDD, 0=today): "
           ACCEPT WS-FIX-NIGHT
           IF WS-FIX-NIGHT = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-FIX-NIGHT
           END-IF
           PERFORM FIX-LOAD-NIGHT
           IF WS-FIX-NIGHT-COUNT = 0
               DISPLAY "No tables scheduled for " WS-FIX-NIGHT "."
           ELSE
               OPEN INPUT SEASON-LEDGER-FILE
               IF WS-SL-STATUS NOT = "00"
                   DISPLAY "SEASONLG season ledger not available - "
                           "status " WS-SL-STATUS
                           ", attendance report not written."
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "YACHTRPT report file could not be "
                               "opened - status " WS-RPT-STATUS
                               ", attendance report not written."
                   ELSE
                       PERFORM FIX-WRITE-ATTENDANCE
                       CLOSE REPORT-FILE
                       DISPLAY "Attendance report written to "
                               WS-RPT-NAME "."
                   END-IF
                   CLOSE SEASON-LEDGER-FILE
               END-IF
           END-IF.

       FIX-LOAD-NIGHT.
      * 一晚的每一桌 (桌號、場次、名單) 載進 WS-FIX-NIGHT-TABLE
           MOVE 0 TO WS-FIX-NIGHT-COUNT
           MOVE "N" TO WS-FX-EOF-SWITCH
           MOVE WS-FIX-NIGHT TO FX-NIGHT-DATE
           MOVE 0 TO FX-TABLE-NO
           START FIXTURE-FILE KEY >= FX-KEY
           IF WS-FX-STATUS NOT = "00"
               MOVE "Y" TO WS-FX-EOF-SWITCH
           END-IF
           PERFORM UNTIL FX-EOF
               READ FIXTURE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-FX-EOF-SWITCH
               END-READ
               IF NOT FX-EOF AND FX-NIGHT-DATE NOT = WS-FIX-NIGHT
                   MOVE "Y" TO WS-FX-EOF-SWITCH
               END-IF
               IF NOT FX-EOF
                   IF WS-FIX-NIGHT-COUNT < WS-FIX-NIGHT-MAX
                       ADD 1 TO WS-FIX-NIGHT-COUNT
                       MOVE FX-TABLE-NO
                           TO WS-FIX-NT-TABLE(WS-FIX-NIGHT-COUNT)
                       MOVE FX-GAME-ID
                           TO WS-FIX-NT-GAME(WS-FIX-NIGHT-COUNT)
                       MOVE FX-PLAYER-COUNT
                           TO WS-FIX-NT-COUNT(WS-FIX-NIGHT-COUNT)
                       PERFORM VARYING WS-FIX-I FROM 1 BY 1
                               UNTIL WS-FIX-I > 8
                           MOVE FX-PLAYER-ID(WS-FIX-I)
                               TO WS-FIX-NT-PLAYER(WS-FIX-NIGHT-COUNT
                                                   WS-FIX-I)
                       END-PERFORM
                   ELSE
                       DISPLAY "Night has more than "
                               WS-FIX-NIGHT-MAX " tables - table "
                               FX-TABLE-NO " left off the report."
                   END-IF
               END-IF
           END-PERFORM.

       FIX-WRITE-ATTENDANCE.
      * 報表本體：一桌一段，最後總計跟隊伍小計
           MOVE 0 TO WS-FIX-SCHEDULED WS-FIX-ATTENDED WS-FIX-NO-SHOWS
           MOVE 0 TO WS-FIX-SUBS WS-FIX-MOVED WS-FIX-TEAM-COUNT
           MOVE "N" TO WS-FIX-TA-SWITCH
           OPEN INPUT TEAM-ASSIGN-FILE
           IF WS-TA-STATUS = "00"
               MOVE "Y" TO WS-FIX-TA-SWITCH
           END-IF
           MOVE "N" TO WS-FIX-TM-SWITCH
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO WS-FIX-TM-SWITCH
           END-IF
           MOVE "=== YACHT LEAGUE ATTENDANCE ===" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GAME NIGHT " WS-FIX-NIGHT "  TABLES "
                  WS-FIX-NIGHT-COUNT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FIX-T FROM 1 BY 1
                   UNTIL WS-FIX-T > WS-FIX-NIGHT-COUNT
               PERFORM FIX-ATTEND-TABLE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SCHEDULED " WS-FIX-SCHEDULED
                  "  ATTENDED " WS-FIX-ATTENDED
                  "  MOVED " WS-FIX-MOVED
                  "  NO-SHOWS " WS-FIX-NO-SHOWS
                  "  SUBSTITUTES " WS-FIX-SUBS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FIX-TEAM-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "--- BY TEAM ---" TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-FIX-I FROM 1 BY 1
                       UNTIL WS-FIX-I > WS-FIX-TEAM-COUNT
                   MOVE WS-FIX-TT-TEAM(WS-FIX-I) TO WS-FIX-TEAM
                   PERFORM FIX-LOOKUP-TEAM-NAME
                   MOVE SPACES TO RPT-LINE
                   STRING "TEAM " WS-FIX-TEAM " " WS-FIX-TEAM-NAME
                          "  NO-SHOWS " WS-FIX-TT-NOSHOW(WS-FIX-I)
                          "  SUBSTITUTES " WS-FIX-TT-SUBS(WS-FIX-I)
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF
           IF FIX-TA-OPEN
               CLOSE TEAM-ASSIGN-FILE
               MOVE "N" TO WS-FIX-TA-SWITCH
           END-IF
           IF FIX-TM-OPEN
               CLOSE TEAM-MASTER-FILE
               MOVE "N" TO WS-FIX-TM-SWITCH
           END-IF.

       FIX-ATTEND-TABLE.
      * 第 WS-FIX-T 桌：先照名單一個一個查總帳，再把總帳上這
      * 一場的玩家掃一遍找名單外的人
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TABLE " WS-FIX-NT-TABLE(WS-FIX-T)
                  "  GAME " WS-FIX-NT-GAME(WS-FIX-T)
                  "  SCHEDULED " WS-FIX-NT-COUNT(WS-FIX-T)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FIX-I FROM 1 BY 1
                   UNTIL WS-FIX-I > WS-FIX-NT-COUNT(WS-FIX-T)
               ADD 1 TO WS-FIX-SCHEDULED
               MOVE WS-FIX-NT-PLAYER(WS-FIX-T WS-FIX-I)
                   TO WS-FIX-ATT-PLAYER
               MOVE WS-FIX-NT-GAME(WS-FIX-T) TO WS-FIX-ATT-GAME
               PERFORM FIX-CHECK-PLAYED
               IF FIX-PLAYER-FOUND
                   ADD 1 TO WS-FIX-ATTENDED
               ELSE
                   PERFORM FIX-FIND-OTHER-TABLE
                   IF FIX-PLAYER-FOUND
                       ADD 1 TO WS-FIX-MOVED
                       MOVE SPACES TO WS-FIX-KIND
                       STRING "MOVED TO " WS-FIX-MOVED-TABLE
                              DELIMITED BY SIZE INTO WS-FIX-KIND
                   ELSE
                       ADD 1 TO WS-FIX-NO-SHOWS
                       MOVE "NO-SHOW" TO WS-FIX-KIND
                   END-IF
                   PERFORM FIX-ATTEND-LINE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SL-EOF-SWITCH
           MOVE WS-FIX-NT-GAME(WS-FIX-T)(1:4) TO SL-SEASON
           MOVE WS-FIX-NT-GAME(WS-FIX-T)      TO SL-GAME-ID
           MOVE 0 TO SL-PLAYER-ID
           START SEASON-LEDGER-FILE KEY >= SL-KEY
           IF WS-SL-STATUS NOT = "00"
               MOVE "Y" TO WS-SL-EOF-SWITCH
           END-IF
           PERFORM UNTIL SL-EOF
               READ SEASON-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SL-EOF-SWITCH
               END-READ
               IF NOT SL-EOF
                  AND SL-GAME-ID NOT = WS-FIX-NT-GAME(WS-FIX-T)
                   MOVE "Y" TO WS-SL-EOF-SWITCH
               END-IF
               IF NOT SL-EOF
                   MOVE SL-PLAYER-ID TO WS-FIX-ATT-PLAYER
                   PERFORM FIX-CHECK-SCHEDULED
                   IF NOT FIX-PLAYER-FOUND
                       ADD 1 TO WS-FIX-SUBS
                       MOVE "SUBSTITUTE" TO WS-FIX-KIND
                       PERFORM FIX-ATTEND-LINE
                   END-IF
               END-IF
           END-PERFORM.

       FIX-CHECK-PLAYED.
      * WS-FIX-ATT-PLAYER 在 WS-FIX-ATT-GAME 這一場有沒有總帳
           MOVE "N" TO WS-FIX-FOUND-SWITCH
           MOVE WS-FIX-ATT-GAME(1:4) TO SL-SEASON
           MOVE WS-FIX-ATT-GAME      TO SL-GAME-ID
           MOVE WS-FIX-ATT-PLAYER    TO SL-PLAYER-ID
           READ SEASON-LEDGER-FILE
           IF WS-SL-STATUS = "00"
               MOVE "Y" TO WS-FIX-FOUND-SWITCH
           END-IF.

       FIX-FIND-OTHER-TABLE.
      * 名單上的人沒在自己那一桌打：查同一晚別桌的總帳
           MOVE "N" TO WS-FIX-FOUND-SWITCH
           MOVE 0 TO WS-FIX-MOVED-TABLE
           PERFORM VARYING WS-FIX-J FROM 1 BY 1
                   UNTIL WS-FIX-J > WS-FIX-NIGHT-COUNT
                      OR FIX-PLAYER-FOUND
               IF WS-FIX-J NOT = WS-FIX-T
                   MOVE WS-FIX-NT-GAME(WS-FIX-J) TO WS-FIX-ATT-GAME
                   PERFORM FIX-CHECK-PLAYED
                   IF FIX-PLAYER-FOUND
                       MOVE WS-FIX-NT-TABLE(WS-FIX-J)
                           TO WS-FIX-MOVED-TABLE
                   END-IF
               END-IF
           END-PERFORM.

       FIX-CHECK-SCHEDULED.
      * 總帳上的 WS-FIX-ATT-PLAYER 這一晚有沒有排在任何一桌 -
      * 排在別桌的已經在那一桌記成換桌了，這裡不再算代打
           MOVE "N" TO WS-FIX-FOUND-SWITCH
           PERFORM VARYING WS-FIX-J FROM 1 BY 1
                   UNTIL WS-FIX-J > WS-FIX-NIGHT-COUNT
                      OR FIX-PLAYER-FOUND
               PERFORM VARYING WS-FIX-I FROM 1 BY 1
                       UNTIL WS-FIX-I > WS-FIX-NT-COUNT(WS-FIX-J)
                          OR FIX-PLAYER-FOUND
                   IF WS-FIX-NT-PLAYER(WS-FIX-J WS-FIX-I)
                      = WS-FIX-ATT-PLAYER
                       MOVE "Y" TO WS-FIX-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIX-ATTEND-LINE.
      * 一筆例外一行：類別、玩家、隊伍；沒來跟代打照隊伍小計
           PERFORM FIX-LOOKUP-PLAYER
           MOVE 0 TO WS-FIX-TEAM
           IF FIX-TA-OPEN
               MOVE WS-FIX-NIGHT(1:4)  TO TA-SEASON
               MOVE WS-FIX-ATT-PLAYER TO TA-PLAYER-ID
               READ TEAM-ASSIGN-FILE
               IF WS-TA-STATUS = "00"
                   MOVE TA-TEAM-ID TO WS-FIX-TEAM
               END-IF
           END-IF
           PERFORM FIX-LOOKUP-TEAM-NAME
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-FIX-KIND " " WS-FIX-ATT-PLAYER " "
                  WS-FIX-NAME " TEAM " WS-FIX-TEAM " "
                  WS-FIX-TEAM-NAME
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FIX-KIND = "NO-SHOW" OR WS-FIX-KIND = "SUBSTITUTE"
               PERFORM FIX-TALLY-TEAM
           END-IF.

       FIX-LOOKUP-TEAM-NAME.
      * WS-FIX-TEAM 在這一季的隊名；000 是沒分隊
           MOVE SPACES TO WS-FIX-TEAM-NAME
           IF WS-FIX-TEAM = 0
               MOVE "(NO TEAM)" TO WS-FIX-TEAM-NAME
           ELSE
               IF FIX-TM-OPEN
                   MOVE WS-FIX-NIGHT(1:4) TO TM-SEASON
                   MOVE WS-FIX-TEAM       TO TM-TEAM-ID
                   READ TEAM-MASTER-FILE
                   IF WS-TM-STATUS = "00"
                       MOVE TM-TEAM-NAME TO WS-FIX-TEAM-NAME
                   END-IF
               END-IF
           END-IF.

       FIX-TALLY-TEAM.
      * 隊伍小計：表上找不到這支隊就加一格，格子滿了就不計
           MOVE "N" TO WS-FIX-TEAM-FOUND-SWITCH
           PERFORM VARYING WS-FIX-J FROM 1 BY 1
                   UNTIL WS-FIX-J > WS-FIX-TEAM-COUNT
                      OR FIX-TEAM-FOUND
               IF WS-FIX-TT-TEAM(WS-FIX-J) = WS-FIX-TEAM
                   MOVE "Y" TO WS-FIX-TEAM-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF FIX-TEAM-FOUND
               SUBTRACT 1 FROM WS-FIX-J
           END-IF
           IF NOT FIX-TEAM-FOUND
              AND WS-FIX-TEAM-COUNT < WS-FIX-TEAM-MAX
               ADD 1 TO WS-FIX-TEAM-COUNT
               MOVE WS-FIX-TEAM-COUNT TO WS-FIX-J
               MOVE WS-FIX-TEAM TO WS-FIX-TT-TEAM(WS-FIX-J)
               MOVE 0 TO WS-FIX-TT-NOSHOW(WS-FIX-J)
               MOVE 0 TO WS-FIX-TT-SUBS(WS-FIX-J)
           END-IF
           IF WS-FIX-J <= WS-FIX-TEAM-COUNT
               IF WS-FIX-KIND = "NO-SHOW"
                   ADD 1 TO WS-FIX-TT-NOSHOW(WS-FIX-J)
               ELSE
                   ADD 1 TO WS-FIX-TT-SUBS(WS-FIX-J)
               END-IF
           END-IF.

       RECORD-BOOK-MAINTENANCE.
      * 俱樂部紀錄簿：列印紀錄簿 (現任紀錄跟歷任保持人)，或
      * 由主管從歷史資料整本重建；反覆問到選 X 離開為止
           MOVE SPACE TO WS-RB-FUNC
           PERFORM WITH TEST AFTER UNTIL RB-EXIT
               DISPLAY "Record book function: R=Report "
                       "B=Rebuild from history X=Exit: "
               ACCEPT WS-RB-FUNC
               EVALUATE TRUE
                   WHEN RB-REPORT
                       PERFORM RB-RECORD-REPORT
                   WHEN RB-REBUILD
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM RB-REBUILD-BOOK
                       ELSE
                           DISPLAY "Record book rebuild requires "
                                   "supervisor authorization."
                       END-IF
                   WHEN RB-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown function - try again."
               END-EVALUATE
           END-PERFORM.

       OPEN-RECORD-BOOK.
      * RECBOOK 第一次也不存在，跟其他索引檔一樣先建檔
           MOVE "N" TO WS-RB-OPEN-SWITCH
           OPEN I-O RECORD-BOOK-FILE
           IF WS-RB-STATUS = "35"
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               OPEN I-O RECORD-BOOK-FILE
           END-IF
           IF WS-RB-STATUS = "00"
               MOVE "Y" TO WS-RB-OPEN-SWITCH
           ELSE
               DISPLAY "RECBOOK record book not available - "
                       "status " WS-RB-STATUS
           END-IF.

       RB-POST-FROM-SCORECARD.
      * 互動局收尾：目前這位玩家的計分卡直接就是要比的值 -
      * yacht 項目有分算一個，第二次 yacht 的加碼照規則組的
      * 加碼金額換算成個數
           MOVE WS-GAME-ID TO WS-RB-GAME
           MOVE WS-SC-PLAYER-ID(WS-PLAYER-INDEX)   TO WS-RB-PLAYER
           MOVE WS-SC-PLAYER-NAME(WS-PLAYER-INDEX) TO WS-RB-NAME
           MOVE WS-SC-GRAND-TOTAL(WS-PLAYER-INDEX) TO WS-RB-TOTAL
           MOVE WS-SC-UPPER-TOTAL(WS-PLAYER-INDEX) TO WS-RB-UPPER
           MOVE 0 TO WS-RB-YACHTS
           IF SC-CATEGORY-FILLED(WS-PLAYER-INDEX WS-YACHT-CAT-INDEX)
              AND WS-SC-SCORE(WS-PLAYER-INDEX WS-YACHT-CAT-INDEX) > 0
               MOVE 1 TO WS-RB-YACHTS
           END-IF
           IF WS-RULE-SECOND-YACHT > 0
               COMPUTE WS-RB-YACHTS = WS-RB-YACHTS
                   + WS-SC-YACHT-BONUS(WS-PLAYER-INDEX)
                     / WS-RULE-SECOND-YACHT
           END-IF
           PERFORM RB-POST-GAME.

       RB-POST-FROM-BATCH.
      * 批次入帳收尾：總分跟上半區小計用史檔加出來的值 (紅利
      * 門檻比的是沒加紅利的上半區)，yacht 個數是掃史檔時數
      * 的；名字從玩家主檔帶
           MOVE WS-BL-CUR-GAME   TO WS-RB-GAME
           MOVE WS-BL-CUR-PLAYER TO WS-RB-PLAYER
           MOVE WS-BL-TOTAL      TO WS-RB-TOTAL
           MOVE WS-BL-UPPER      TO WS-RB-UPPER
           MOVE SPACES TO WS-RB-NAME
           MOVE WS-BL-CUR-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-PM-STATUS = "00"
               MOVE PM-PLAYER-NAME TO WS-RB-NAME
           END-IF
           PERFORM RB-POST-GAME.

       RB-POST-GAME.
      * 一場一位玩家收尾 (WS-RB-GAME/PLAYER/TOTAL/YACHTS/UPPER)：
      * 四個項目各跟個人最佳、俱樂部紀錄比，嚴格大於才算破；
      * 值是 0 的項目不比。紀錄簿沒開著就自己開、用完關掉
           MOVE "N" TO WS-RB-LOCAL-SWITCH
           IF NOT RECBOOK-OPEN
               PERFORM OPEN-RECORD-BOOK
               IF RECBOOK-OPEN
                   MOVE "Y" TO WS-RB-LOCAL-SWITCH
               END-IF
           END-IF
           IF RECBOOK-OPEN
               PERFORM RB-GAME-DATE
               MOVE WS-RB-TOTAL  TO WS-RB-VAL(1)
               MOVE WS-RB-YACHTS TO WS-RB-VAL(2)
               MOVE WS-RB-UPPER  TO WS-RB-VAL(3)
               PERFORM RB-UPDATE-STREAK
               PERFORM VARYING WS-RB-T FROM 1 BY 1
                       UNTIL WS-RB-T > WS-RB-TYPE-COUNT
                   IF WS-RB-VAL(WS-RB-T) > 0
                       IF WS-RB-T = 4
                           MOVE WS-RB-STREAK-PB-SWITCH
                               TO WS-RB-PB-SWITCH
                           MOVE WS-RB-STREAK-OLD TO WS-RB-OLD-BEST
                       ELSE
                           PERFORM RB-CHECK-PERSONAL
                       END-IF
                       PERFORM RB-CHECK-CLUB
                       IF NOT RB-QUIET
                           PERFORM RB-ADD-NOTICE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF RB-LOCAL-OPEN
               CLOSE RECORD-BOOK-FILE
               MOVE "N" TO WS-RB-OPEN-SWITCH
               MOVE "N" TO WS-RB-LOCAL-SWITCH
           END-IF.

       RB-GAME-DATE.
      * 紀錄的日期用登錄主檔上的比賽日期；主檔沒開或查不到
      * 就拿場次編號 (本來就是 YYYYMMDD 式的)
           MOVE WS-RB-GAME TO WS-RB-DATE
           IF GAMEMAST-OPEN
               MOVE WS-RB-GAME TO GM-GAME-ID
               READ GAME-MASTER-FILE
               IF WS-GM-STATUS = "00" AND GM-GAME-DATE > 0
                   MOVE GM-GAME-DATE TO WS-RB-DATE
               END-IF
           END-IF.

       RB-UPDATE-STREAK.
      * 第 4 項連續超過門檻的場數：個人那一筆記著目前連續幾
      * 場跟最後算到的場次 - 同一場或更早的場次重入帳不再算
      * 一次。這一場超過門檻就接著加，沒超過就斷掉歸零；只
      * 有接著加的這一場才拿連續場數去比紀錄
           MOVE 0 TO WS-RB-VAL(4)
           MOVE "N" TO WS-RB-STREAK-PB-SWITCH
           MOVE 0 TO WS-RB-STREAK-OLD
           MOVE "P"          TO RB-KIND
           MOVE WS-RB-PLAYER TO RB-ID
           MOVE 4            TO RB-SEQ
           READ RECORD-BOOK-FILE
           IF WS-RB-STATUS NOT = "00"
               PERFORM RB-INIT-PERSONAL
               MOVE 4 TO RB-SEQ
               MOVE 0 TO RB-VALUE
               WRITE RB-RECORD
           END-IF
           IF WS-RB-GAME > RB-LAST-GAME
               MOVE WS-RB-GAME TO RB-LAST-GAME
               IF WS-RB-TOTAL > WS-RB-STREAK-MIN
                   ADD 1 TO RB-CUR-STREAK
                   MOVE RB-CUR-STREAK TO WS-RB-VAL(4)
                   IF RB-CUR-STREAK > RB-VALUE
                       IF RB-VALUE > 0
                           MOVE "Y" TO WS-RB-STREAK-PB-SWITCH
                           MOVE RB-VALUE TO WS-RB-STREAK-OLD
                       END-IF
                       MOVE RB-CUR-STREAK TO RB-VALUE
                       MOVE WS-RB-GAME    TO RB-GAME-ID
                       MOVE WS-RB-DATE    TO RB-DATE
                   END-IF
               ELSE
                   MOVE 0 TO RB-CUR-STREAK
               END-IF
               MOVE WS-RB-NAME TO RB-PLAYER-NAME
               REWRITE RB-RECORD
           END-IF.

       RB-INIT-PERSONAL.
      * 個人最佳的空白記錄：鍵由呼叫的地方補序號
           MOVE "P"          TO RB-KIND
           MOVE WS-RB-PLAYER TO RB-ID
           MOVE 0 TO RB-VALUE RB-GAME-ID RB-DATE
           MOVE WS-RB-PLAYER TO RB-PLAYER-ID
           MOVE WS-RB-NAME   TO RB-PLAYER-NAME
           MOVE 0 TO RB-PREV-VALUE RB-PREV-PLAYER-ID
           MOVE SPACES TO RB-PREV-PLAYER-NAME
           MOVE 0 TO RB-PREV-GAME-ID RB-PREV-DATE
           MOVE 0 TO RB-HIST-COUNT RB-CUR-STREAK RB-LAST-GAME.

       RB-CHECK-PERSONAL.
      * 第 WS-RB-T 項的個人最佳：第一筆直接記下 (不算通知)，
      * 之後嚴格大於舊值才算個人最佳
           MOVE "N" TO WS-RB-PB-SWITCH
           MOVE 0 TO WS-RB-OLD-BEST
           MOVE "P"          TO RB-KIND
           MOVE WS-RB-PLAYER TO RB-ID
           MOVE WS-RB-T      TO RB-SEQ
           READ RECORD-BOOK-FILE
           IF WS-RB-STATUS NOT = "00"
               PERFORM RB-INIT-PERSONAL
               MOVE WS-RB-T            TO RB-SEQ
               MOVE WS-RB-VAL(WS-RB-T) TO RB-VALUE
               MOVE WS-RB-GAME         TO RB-GAME-ID
               MOVE WS-RB-DATE         TO RB-DATE
               WRITE RB-RECORD
           ELSE
               IF WS-RB-VAL(WS-RB-T) > RB-VALUE
                   MOVE "Y" TO WS-RB-PB-SWITCH
                   MOVE RB-VALUE           TO WS-RB-OLD-BEST
                   MOVE WS-RB-VAL(WS-RB-T) TO RB-VALUE
                   MOVE WS-RB-GAME         TO RB-GAME-ID
                   MOVE WS-RB-DATE         TO RB-DATE
                   MOVE WS-RB-NAME         TO RB-PLAYER-NAME
                   REWRITE RB-RECORD
               END-IF
           END-IF.

       RB-CHECK-CLUB.
      * 第 WS-RB-T 項的俱樂部紀錄：還沒有紀錄就由這一場開
      * 創；嚴格大於現任才算破，舊的保持人先寫一筆歷任 (H)，
      * 現任那一筆把舊的搬到前一任欄位、換上新的保持人
           MOVE "N" TO WS-RB-CLUB-SWITCH
           MOVE "C"     TO RB-KIND
           MOVE WS-RB-T TO RB-ID
           MOVE 0       TO RB-SEQ
           READ RECORD-BOOK-FILE
           IF WS-RB-STATUS NOT = "00"
               MOVE "Y" TO WS-RB-CLUB-SWITCH
               MOVE 0 TO WS-RB-OLD-BEST
               MOVE "C"                TO RB-KIND
               MOVE WS-RB-T            TO RB-ID
               MOVE 0                  TO RB-SEQ
               MOVE WS-RB-VAL(WS-RB-T) TO RB-VALUE
               MOVE WS-RB-PLAYER       TO RB-PLAYER-ID
               MOVE WS-RB-NAME         TO RB-PLAYER-NAME
               MOVE WS-RB-GAME         TO RB-GAME-ID
               MOVE WS-RB-DATE         TO RB-DATE
               MOVE 0 TO RB-PREV-VALUE RB-PREV-PLAYER-ID
               MOVE SPACES TO RB-PREV-PLAYER-NAME
               MOVE 0 TO RB-PREV-GAME-ID RB-PREV-DATE
               MOVE 0 TO RB-HIST-COUNT RB-CUR-STREAK RB-LAST-GAME
               WRITE RB-RECORD
           ELSE
               IF WS-RB-VAL(WS-RB-T) > RB-VALUE
                   MOVE "Y" TO WS-RB-CLUB-SWITCH
                   MOVE RB-VALUE TO WS-RB-OLD-BEST
                   ADD 1 TO RB-HIST-COUNT
                   MOVE RB-RECORD TO WS-RB-SAVE-RECORD
                   MOVE "H"           TO RB-KIND
                   MOVE RB-HIST-COUNT TO RB-SEQ
                   WRITE RB-RECORD
                   IF WS-RB-STATUS NOT = "00"
                       DISPLAY "RECBOOK history write failed - status "
                               WS-RB-STATUS
                   END-IF
                   MOVE WS-RB-SAVE-RECORD TO RB-RECORD
                   MOVE RB-VALUE       TO RB-PREV-VALUE
                   MOVE RB-PLAYER-ID   TO RB-PREV-PLAYER-ID
                   MOVE RB-PLAYER-NAME TO RB-PREV-PLAYER-NAME
                   MOVE RB-GAME-ID     TO RB-PREV-GAME-ID
                   MOVE RB-DATE        TO RB-PREV-DATE
                   MOVE WS-RB-VAL(WS-RB-T) TO RB-VALUE
                   MOVE WS-RB-PLAYER       TO RB-PLAYER-ID
                   MOVE WS-RB-NAME         TO RB-PLAYER-NAME
                   MOVE WS-RB-GAME         TO RB-GAME-ID
                   MOVE WS-RB-DATE         TO RB-DATE
                   REWRITE RB-RECORD
               END-IF
           END-IF.

       RB-ADD-NOTICE.
      * 破俱樂部紀錄就只發紀錄通知 (當然也是個人最佳)，不然
      * 才發個人最佳；畫面先顯示，表上還有位置就排給排行榜
           MOVE SPACES TO WS-RB-NOTICE-LINE
           MOVE WS-RB-VAL(WS-RB-T) TO WS-RB-VALUE-X
           MOVE WS-RB-OLD-BEST     TO WS-RB-OLD-X
           EVALUATE TRUE
               WHEN RB-NEW-CLUB-RECORD
                   MOVE 1 TO WS-RB-PTR
                   STRING "*** NEW CLUB RECORD - " DELIMITED BY SIZE
                          WS-RB-TYPE-NAME(WS-RB-T) DELIMITED BY "  "
                          " " WS-RB-VALUE-X " BY " WS-RB-PLAYER " "
                                                   DELIMITED BY SIZE
                          WS-RB-NAME               DELIMITED BY "  "
                     INTO WS-RB-NOTICE-LINE
                     WITH POINTER WS-RB-PTR
      * 第一次開創的紀錄沒有前一任可以比
                   IF WS-RB-OLD-BEST > 0
                       STRING " (WAS " WS-RB-OLD-X ")"
                                                 DELIMITED BY SIZE
                         INTO WS-RB-NOTICE-LINE
                         WITH POINTER WS-RB-PTR
                   END-IF
               WHEN RB-PERSONAL-BEST
                   STRING "*** PERSONAL BEST - " WS-RB-PLAYER " "
                                                   DELIMITED BY SIZE
                          WS-RB-NAME               DELIMITED BY "  "
                          " - "                    DELIMITED BY SIZE
                          WS-RB-TYPE-NAME(WS-RB-T) DELIMITED BY "  "
                          " " WS-RB-VALUE-X " (WAS " WS-RB-OLD-X ")"
                                                   DELIMITED BY SIZE
                     INTO WS-RB-NOTICE-LINE
           END-EVALUATE
           IF WS-RB-NOTICE-LINE NOT = SPACES
               DISPLAY WS-RB-NOTICE-LINE
               IF WS-RB-NOTICE-COUNT < WS-RB-NOTICE-MAX
                   ADD 1 TO WS-RB-NOTICE-COUNT
                   MOVE WS-RB-NOTICE-LINE
                       TO WS-RB-NOTICE(WS-RB-NOTICE-COUNT)
               END-IF
           END-IF.

       RB-RECORD-REPORT.
      * 紀錄簿報表：四個項目各一段 - 現任保持人、前一任，再
      * 照序號列出每一位被打破過的歷任保持人
           OPEN INPUT RECORD-BOOK-FILE
           IF WS-RB-STATUS NOT = "00"
               DISPLAY "RECBOOK record book not available - status "
                       WS-RB-STATUS ", record book report not written."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "YACHTRPT report file could not be "
                           "opened - status " WS-RPT-STATUS
                           ", record book report not written."
               ELSE
                   MOVE "=== YACHT CLUB RECORD BOOK ===" TO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM VARYING WS-RB-T FROM 1 BY 1
                           UNTIL WS-RB-T > WS-RB-TYPE-COUNT
                       PERFORM RB-REPORT-ONE-RECORD
                   END-PERFORM
                   CLOSE REPORT-FILE
                   DISPLAY "Record book written to " WS-RPT-NAME "."
               END-IF
               CLOSE RECORD-BOOK-FILE
           END-IF.

       RB-REPORT-ONE-RECORD.
      * 第 WS-RB-T 項：現任、前一任，然後歷任由舊到新
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "--- " WS-RB-TYPE-NAME(WS-RB-T) " ---"
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "C"     TO RB-KIND
           MOVE WS-RB-T TO RB-ID
           MOVE 0       TO RB-SEQ
           READ RECORD-BOOK-FILE
           IF WS-RB-STATUS NOT = "00"
               MOVE "  NO RECORD SET" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE RB-VALUE TO WS-RB-VALUE-X
               MOVE SPACES TO RPT-LINE
               STRING "  RECORD   " WS-RB-VALUE-X "  " RB-PLAYER-ID
                      " " RB-PLAYER-NAME "  GAME " RB-GAME-ID
                      "  DATE " RB-DATE
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF RB-PREV-PLAYER-ID NOT = 0
                   MOVE RB-PREV-VALUE TO WS-RB-VALUE-X
                   MOVE SPACES TO RPT-LINE
                   STRING "  PREVIOUS " WS-RB-VALUE-X "  "
                          RB-PREV-PLAYER-ID " " RB-PREV-PLAYER-NAME
                          "  GAME " RB-PREV-GAME-ID
                          "  DATE " RB-PREV-DATE
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF RB-HIST-COUNT > 0
                   MOVE "  HISTORY OF HOLDERS:" TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "N" TO WS-RB-EOF-SWITCH
                   MOVE "H"     TO RB-KIND
                   MOVE WS-RB-T TO RB-ID
                   MOVE 0       TO RB-SEQ
                   START RECORD-BOOK-FILE KEY >= RB-KEY
                   IF WS-RB-STATUS NOT = "00"
                       MOVE "Y" TO WS-RB-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL RB-EOF
                       READ RECORD-BOOK-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-RB-EOF-SWITCH
                       END-READ
                       IF NOT RB-EOF
                          AND (NOT RB-HISTORY OR RB-ID NOT = WS-RB-T)
                           MOVE "Y" TO WS-RB-EOF-SWITCH
                       END-IF
                       IF NOT RB-EOF
                           MOVE RB-VALUE TO WS-RB-VALUE-X
                           MOVE SPACES TO RPT-LINE
                           STRING "    " RB-SEQ ". " WS-RB-VALUE-X
                                  "  " RB-PLAYER-ID " "
                                  RB-PLAYER-NAME "  GAME " RB-GAME-ID
                                  "  DATE " RB-DATE
                                  DELIMITED BY SIZE INTO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       RB-REBUILD-BOOK.
      * 紀錄簿整本重建 (上線時跑一次，或紀錄有爭議時重跑)：清
      * 空 RECBOOK，把季賽總帳的總分跟活檔、SHARyyyy 歸檔上
      * 的計分紀錄一起排序，照場次、玩家的順序一場一場重新
      * 比過 - 連續場數要照場次先後算才對。只有季賽總帳上有
      * 總分的場次才算數 (就是真的收尾入帳過的)；重建時不發
      * 通知
           DISPLAY "Rebuild clears RECBOOK and replays SEASONLG, "
                   "SCOREHST and the SHARyyyy archives."
           DISPLAY "Continue? (Y/N): "
           ACCEPT WS-RB-CONFIRM
           IF NOT RB-CONFIRMED
               DISPLAY "Record book rebuild cancelled."
           ELSE
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               PERFORM OPEN-RECORD-BOOK
               OPEN INPUT SEASON-LEDGER-FILE
               IF WS-SL-STATUS NOT = "00"
                   DISPLAY "SEASONLG season ledger not available - "
                           "status " WS-SL-STATUS
                           ", record book not rebuilt."
               ELSE
                   IF NOT RECBOOK-OPEN
                       CLOSE SEASON-LEDGER-FILE
                   ELSE
                       MOVE 0 TO WS-RB-ROWS WS-RB-ARCH-FILES
                                 WS-RB-POSTED
                       MOVE "Y" TO WS-RB-QUIET-SWITCH
                       PERFORM OPEN-GAME-MASTER
                       SORT SORT-WORK-FILE
                           ON ASCENDING KEY SR-RB-GAME-ID
                           ON ASCENDING KEY SR-RB-PLAYER-ID
                           INPUT PROCEDURE IS RB-RELEASE-HISTORY
                           OUTPUT PROCEDURE IS RB-POST-FROM-SORT
                       MOVE "N" TO WS-RB-QUIET-SWITCH
                       IF GAMEMAST-OPEN
                           CLOSE GAME-MASTER-FILE
                           MOVE "N" TO WS-GM-OPEN-SWITCH
                       END-IF
                       CLOSE SEASON-LEDGER-FILE
                       DISPLAY "Record book rebuilt - " WS-RB-POSTED
                               " player games replayed from " WS-RB-ROWS
                               " rows, " WS-RB-ARCH-FILES
                               " archive files read."
                   END-IF
               END-IF
               IF RECBOOK-OPEN
                   CLOSE RECORD-BOOK-FILE
                   MOVE "N" TO WS-RB-OPEN-SWITCH
               END-IF
           END-IF.

       RB-RELEASE-HISTORY.
      * 倒進排序的有三種：季賽總帳每一筆 (T，總分跟名字)、
      * yacht 跟加碼的計分紀錄 (Y)、上半區項目的計分紀錄
      * (U)。歸檔年度從季賽總帳最早的一季到今年 - 更早的場次
      * 總帳上沒有總分，倒進來也不會算
           MOVE "N" TO WS-SL-EOF-SWITCH
           MOVE 0 TO SL-SEASON SL-GAME-ID SL-PLAYER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-RB-LAST-YEAR
           MOVE WS-RB-LAST-YEAR TO WS-RB-FIRST-YEAR
           START SEASON-LEDGER-FILE KEY >= SL-KEY
           IF WS-SL-STATUS NOT = "00"
               MOVE "Y" TO WS-SL-EOF-SWITCH
           END-IF
           PERFORM UNTIL SL-EOF
               READ SEASON-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SL-EOF-SWITCH
               END-READ
               IF NOT SL-EOF
                   IF SL-SEASON < WS-RB-FIRST-YEAR
                       MOVE SL-SEASON TO WS-RB-FIRST-YEAR
                   END-IF
                   MOVE SL-GAME-ID     TO SR-RB-GAME-ID
                   MOVE SL-PLAYER-ID   TO SR-RB-PLAYER-ID
                   MOVE "T"            TO SR-RB-KIND
                   MOVE SL-GRAND-TOTAL TO SR-RB-RESULT
                   MOVE SL-PLAYER-NAME TO SR-RB-NAME
                   RELEASE SR-RB-RECORD
                   ADD 1 TO WS-RB-ROWS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RB-YEAR FROM WS-RB-FIRST-YEAR BY 1
                   UNTIL WS-RB-YEAR > WS-RB-LAST-YEAR
               MOVE SPACES TO WS-SH-ARCH-NAME
               STRING "SHAR"     DELIMITED BY SIZE
                      WS-RB-YEAR DELIMITED BY SIZE
                 INTO WS-SH-ARCH-NAME
               OPEN INPUT SH-ARCHIVE-FILE
               IF WS-SHA-STATUS = "00"
                   ADD 1 TO WS-RB-ARCH-FILES
                   MOVE "N" TO WS-RB-EOF-SWITCH
                   PERFORM UNTIL RB-EOF
                       READ SH-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-RB-EOF-SWITCH
                       END-READ
                       IF NOT RB-EOF
      * 歸檔記錄就是原封不動的 SH-RECORD
                           MOVE AS-RECORD TO SH-RECORD
                           PERFORM RB-RELEASE-SCORE-ROW
                       END-IF
                   END-PERFORM
                   CLOSE SH-ARCHIVE-FILE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SH-ARCH-YEAR
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-SH-STATUS = "00"
               MOVE "N" TO WS-RB-EOF-SWITCH
               MOVE 0 TO SH-GAME-ID SH-PLAYER-ID SH-ROUND
               START SCORE-HISTORY-FILE KEY >= SH-KEY
               IF WS-SH-STATUS NOT = "00"
                   MOVE "Y" TO WS-RB-EOF-SWITCH
               END-IF
               PERFORM UNTIL RB-EOF
                   READ SCORE-HISTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-RB-EOF-SWITCH
                   END-READ
                   IF NOT RB-EOF
                       PERFORM RB-RELEASE-SCORE-ROW
                   END-IF
               END-PERFORM
               CLOSE SCORE-HISTORY-FILE
           END-IF.

       RB-RELEASE-SCORE-ROW.
      * SH-RECORD 這一筆有用的才倒進排序：yacht 有分或加碼的
      * 算一個 yacht，上半區項目的分數另外倒進去加小計
           MOVE SH-GAME-ID   TO SR-RB-GAME-ID
           MOVE SH-PLAYER-ID TO SR-RB-PLAYER-ID
           MOVE SH-RESULT    TO SR-RB-RESULT
           MOVE SPACES       TO SR-RB-NAME
           MOVE SH-CATEGORY  TO WS-CATEGORY
           PERFORM FIND-CATEGORY-INDEX
           IF (SH-CATEGORY = "yacht" AND SH-RESULT > 0)
              OR SH-CATEGORY = "second-yacht"
               MOVE "Y" TO SR-RB-KIND
               RELEASE SR-RB-RECORD
               ADD 1 TO WS-RB-ROWS
           ELSE
               IF WS-CAT-INDEX > 0
                  AND WS-CAT-INDEX <= WS-UPPER-CATEGORY-COUNT
                  AND SH-ROUND <= WS-TOTAL-CATEGORY-COUNT
                   MOVE "U" TO SR-RB-KIND
                   RELEASE SR-RB-RECORD
                   ADD 1 TO WS-RB-ROWS
               END-IF
           END-IF.

       RB-POST-FROM-SORT.
      * 排好序的 (場次+玩家) 收回來，換一組就把上一組拿去比
           MOVE "N" TO WS-RB-SORT-EOF-SWITCH
           MOVE 0 TO WS-RB-PREV-GAME
           MOVE 0 TO WS-RB-PREV-PLAYER
           PERFORM RB-CLEAR-GROUP
           PERFORM UNTIL RB-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-RB-SORT-EOF-SWITCH
               END-RETURN
               IF NOT RB-SORT-EOF
                  AND (SR-RB-GAME-ID NOT = WS-RB-PREV-GAME
                       OR SR-RB-PLAYER-ID NOT = WS-RB-PREV-PLAYER)
                   IF WS-RB-PREV-GAME > 0
                       PERFORM RB-REBUILD-BREAK
                   END-IF
                   MOVE SR-RB-GAME-ID   TO WS-RB-PREV-GAME
                   MOVE SR-RB-PLAYER-ID TO WS-RB-PREV-PLAYER
               END-IF
               IF NOT RB-SORT-EOF
                   EVALUATE SR-RB-KIND
                       WHEN "T"
                           MOVE "Y" TO WS-RB-HAVE-TOTAL-SWITCH
                           MOVE SR-RB-RESULT TO WS-RB-TOTAL
                           MOVE SR-RB-NAME   TO WS-RB-NAME
                       WHEN "Y"
                           ADD 1 TO WS-RB-YACHTS
                       WHEN "U"
                           ADD SR-RB-RESULT TO WS-RB-UPPER
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-RB-PREV-GAME > 0
               PERFORM RB-REBUILD-BREAK
           END-IF.

       RB-REBUILD-BREAK.
      * 一組 (場次+玩家) 收完：總帳上有總分才拿去比
           IF RB-HAVE-TOTAL
               MOVE WS-RB-PREV-GAME   TO WS-RB-GAME
               MOVE WS-RB-PREV-PLAYER TO WS-RB-PLAYER
               PERFORM RB-POST-GAME
               ADD 1 TO WS-RB-POSTED
           END-IF
           PERFORM RB-CLEAR-GROUP.

       RB-CLEAR-GROUP.
      * 換組前把累加的值歸零
           MOVE "N" TO WS-RB-HAVE-TOTAL-SWITCH
           MOVE 0 TO WS-RB-TOTAL WS-RB-YACHTS WS-RB-UPPER
           MOVE SPACES TO WS-RB-NAME.

       RULES-SIMULATION.
      * 規則試算：拿替代規則檔把某一季 SCOREHST 的每一輪照
      * SCORE-CATEGORY 重新算分 (含上半區紅利跟第二次 yacht
      * 加碼)，跟季賽總帳上的實際總分並排比 - 總分、積分榜名
      * 次跟彩金都列出來。檔案只開 INPUT，SCOREHST、AUDITLOG、
      * SEASONLG、MONEYLG 一筆都不寫；現行規則算完一定換回來
           DISPLAY "Alternate rules file (blank=SIMRULES): "
           ACCEPT WS-SIM-RULES-INPUT
           IF WS-SIM-RULES-INPUT = SPACES
               MOVE "SIMRULES" TO WS-SIM-RULES-NAME
           ELSE
               MOVE WS-SIM-RULES-INPUT TO WS-SIM-RULES-NAME
           END-IF
           DISPLAY "Season to simulate (YYYY, 0=this year): "
           ACCEPT WS-SIM-SEASON
           IF WS-SIM-SEASON = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:4) TO WS-SIM-SEASON
           END-IF

           PERFORM SIM-SAVE-LIVE-RULES
           PERFORM SIM-LOAD-ALT-RULES
           IF SIM-RULES-LOADED
               PERFORM SIM-RUN-SEASON
               PERFORM SIM-RESTORE-LIVE-RULES
           END-IF.

       SIM-SAVE-LIVE-RULES.
      * 現行規則跟費用表整組存起來，替代規則沒寫的就照現行
           MOVE WS-RULESET-NAME        TO WS-SIM-LIVE-NAME
           MOVE WS-RULE-SMALL-STRAIGHT TO WS-SIM-LIVE-SMALL
           MOVE WS-RULE-LARGE-STRAIGHT TO WS-SIM-LIVE-LARGE
           MOVE WS-RULE-YACHT          TO WS-SIM-LIVE-YACHT
           MOVE WS-UPPER-BONUS-LIMIT   TO WS-SIM-LIVE-LIMIT
           MOVE WS-UPPER-BONUS-AMOUNT  TO WS-SIM-LIVE-AMOUNT
           MOVE WS-RULE-FULL-HOUSE     TO WS-SIM-LIVE-FULL
           MOVE WS-RULE-SECOND-YACHT   TO WS-SIM-LIVE-SECOND
           MOVE WS-ENTRY-FEE           TO WS-SIM-LIVE-FEE
           MOVE WS-SPLIT-PCT(1)        TO WS-SIM-LIVE-SPLIT(1)
           MOVE WS-SPLIT-PCT(2)        TO WS-SIM-LIVE-SPLIT(2)
           MOVE WS-SPLIT-PCT(3)        TO WS-SIM-LIVE-SPLIT(3)
           MOVE WS-SIM-LIVE-RULES      TO WS-SIM-ALT-RULES.

       SIM-LOAD-ALT-RULES.
      * 讀替代規則檔：第一行規則組一定要有，第二行 FEES 費用
      * 表沒有就用現行費用表 - 跟 LOAD-RULES-CONFIG 同一套讀法
           MOVE "N" TO WS-SIM-LOADED-SWITCH
           OPEN INPUT SIM-RULES-FILE
           IF WS-SIM-RF-STATUS NOT = "00"
               DISPLAY WS-SIM-RULES-NAME " alternate rules file not "
                       "available - status " WS-SIM-RF-STATUS
                       ", no simulation run."
           ELSE
               READ SIM-RULES-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-SIM-RF-STATUS NOT = "00"
                   DISPLAY WS-SIM-RULES-NAME " has no rule set line "
                           "- no simulation run."
               ELSE
                   MOVE "Y" TO WS-SIM-LOADED-SWITCH
                   MOVE SM-RULESET-NAME     TO WS-SIM-ALT-NAME
                   MOVE SM-SMALL-STRAIGHT   TO WS-SIM-ALT-SMALL
                   MOVE SM-LARGE-STRAIGHT   TO WS-SIM-ALT-LARGE
                   MOVE SM-YACHT            TO WS-SIM-ALT-YACHT
                   MOVE SM-BONUS-LIMIT      TO WS-SIM-ALT-LIMIT
                   MOVE SM-BONUS-AMOUNT     TO WS-SIM-ALT-AMOUNT
                   MOVE SM-FULL-HOUSE-FIXED TO WS-SIM-ALT-FULL
                   MOVE SM-SECOND-YACHT     TO WS-SIM-ALT-SECOND
                   READ SIM-RULES-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-SIM-RF-STATUS = "00" AND SM-FEE-TAG = "FEES"
                       MOVE SM-ENTRY-FEE TO WS-SIM-ALT-FEE
                       MOVE SM-SPLIT-1   TO WS-SIM-ALT-SPLIT(1)
                       MOVE SM-SPLIT-2   TO WS-SIM-ALT-SPLIT(2)
                       MOVE SM-SPLIT-3   TO WS-SIM-ALT-SPLIT(3)
                   END-IF
                   DISPLAY "Alternate rule set " WS-SIM-ALT-NAME
                           " loaded from " WS-SIM-RULES-NAME "."
               END-IF
               CLOSE SIM-RULES-FILE
           END-IF.

       SIM-APPLY-ALT-RULES.
      * 替代規則換上去，SCORE-CATEGORY 跟彩金拆帳就照這一組算
           MOVE WS-SIM-ALT-NAME     TO WS-RULESET-NAME
           MOVE WS-SIM-ALT-SMALL    TO WS-RULE-SMALL-STRAIGHT
           MOVE WS-SIM-ALT-LARGE    TO WS-RULE-LARGE-STRAIGHT
           MOVE WS-SIM-ALT-YACHT    TO WS-RULE-YACHT
           MOVE WS-SIM-ALT-LIMIT    TO WS-UPPER-BONUS-LIMIT
           MOVE WS-SIM-ALT-AMOUNT   TO WS-UPPER-BONUS-AMOUNT
           MOVE WS-SIM-ALT-FULL     TO WS-RULE-FULL-HOUSE
           MOVE WS-SIM-ALT-SECOND   TO WS-RULE-SECOND-YACHT
           MOVE WS-SIM-ALT-FEE      TO WS-ENTRY-FEE
           MOVE WS-SIM-ALT-SPLIT(1) TO WS-SPLIT-PCT(1)
           MOVE WS-SIM-ALT-SPLIT(2) TO WS-SPLIT-PCT(2)
           MOVE WS-SIM-ALT-SPLIT(3) TO WS-SPLIT-PCT(3).

       SIM-RESTORE-LIVE-RULES.
      * 試算完把現行規則跟費用表原封不動換回來
           MOVE WS-SIM-LIVE-NAME     TO WS-RULESET-NAME
           MOVE WS-SIM-LIVE-SMALL    TO WS-RULE-SMALL-STRAIGHT
           MOVE WS-SIM-LIVE-LARGE    TO WS-RULE-LARGE-STRAIGHT
           MOVE WS-SIM-LIVE-YACHT    TO WS-RULE-YACHT
           MOVE WS-SIM-LIVE-LIMIT    TO WS-UPPER-BONUS-LIMIT
           MOVE WS-SIM-LIVE-AMOUNT   TO WS-UPPER-BONUS-AMOUNT
           MOVE WS-SIM-LIVE-FULL     TO WS-RULE-FULL-HOUSE
           MOVE WS-SIM-LIVE-SECOND   TO WS-RULE-SECOND-YACHT
           MOVE WS-SIM-LIVE-FEE      TO WS-ENTRY-FEE
           MOVE WS-SIM-LIVE-SPLIT(1) TO WS-SPLIT-PCT(1)
           MOVE WS-SIM-LIVE-SPLIT(2) TO WS-SPLIT-PCT(2)
           MOVE WS-SIM-LIVE-SPLIT(3) TO WS-SPLIT-PCT(3).

       SIM-RUN-SEASON.
      * 照季賽總帳一場一場走：同一場的人收成一組，每位玩家
      * 的實際總分取總帳、試算總分拿史檔重算；一場收完就發
      * 兩套積分跟彩金，累計到玩家彙總表，最後排名印報表。
      * 錢帳只拿來查實際發了多少彩金，開不起來實際彩金就是 0
           MOVE "N" TO WS-SIM-ERROR-SWITCH
           MOVE 0 TO WS-SIM-GROUP-COUNT WS-SIM-CUR-GAME
           MOVE 0 TO WS-SIM-GAMES WS-SIM-RESCORED WS-SIM-UNSCORED
           MOVE 0 TO WS-SIM-ACT-PRIZE-SUM WS-SIM-SIM-PRIZE-SUM
           PERFORM VARYING WS-SIM-ID FROM 1 BY 1 UNTIL WS-SIM-ID > 998
               PERFORM SIM-CLEAR-PLAYER
           END-PERFORM
           MOVE 999 TO WS-SIM-ID
           PERFORM SIM-CLEAR-PLAYER

           OPEN INPUT SEASON-LEDGER-FILE
           IF WS-SL-STATUS NOT = "00"
               DISPLAY "SEASONLG season ledger not available - "
                       "status " WS-SL-STATUS ", no simulation run."
           ELSE
               OPEN INPUT SCORE-HISTORY-FILE
               IF WS-SH-STATUS NOT = "00"
                   DISPLAY "SCOREHST score history not available - "
                           "status " WS-SH-STATUS
                           ", no simulation run."
               ELSE
                   MOVE "N" TO WS-ML-OPEN-SWITCH
                   OPEN INPUT MONEY-LEDGER-FILE
                   IF WS-ML-STATUS = "00"
                       MOVE "Y" TO WS-ML-OPEN-SWITCH
                   ELSE
                       DISPLAY "MONEYLG not available - status "
                               WS-ML-STATUS
                               ", actual prize money shown as 0."
                   END-IF
                   PERFORM SIM-APPLY-ALT-RULES
                   PERFORM SIM-READ-SEASON
                   IF MONEYLG-OPEN
                       CLOSE MONEY-LEDGER-FILE
                       MOVE "N" TO WS-ML-OPEN-SWITCH
                   END-IF
                   CLOSE SCORE-HISTORY-FILE
                   IF SIM-ERROR
                       DISPLAY "Simulation abandoned - no report "
                               "written."
                   ELSE
                       IF WS-SIM-GAMES = 0
                           DISPLAY "No games on SEASONLG for season "
                                   WS-SIM-SEASON
                                   " - nothing to simulate."
                       ELSE
                           PERFORM SIM-RANK-PLAYERS
                           PERFORM SIM-PRINT-REPORT
                       END-IF
                   END-IF
               END-IF
               CLOSE SEASON-LEDGER-FILE
           END-IF.

       SIM-CLEAR-PLAYER.
      * 玩家彙總表的一格歸零
           MOVE SPACES TO WS-SIM-P-NAME(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-GAMES(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-ACT-TOTAL(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-SIM-TOTAL(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-ACT-PTS(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-SIM-PTS(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-ACT-BEST(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-SIM-BEST(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-ACT-PRIZE(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-SIM-PRIZE(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-ACT-RANK(WS-SIM-ID)
           MOVE 0 TO WS-SIM-P-SIM-RANK(WS-SIM-ID).

       SIM-READ-SEASON.
      * 這一季的總帳依鍵順序讀，場次一換就把上一場結掉
           MOVE "N" TO WS-SL-EOF-SWITCH
           MOVE WS-SIM-SEASON TO SL-SEASON
           MOVE 0 TO SL-GAME-ID
           MOVE 0 TO SL-PLAYER-ID
           START SEASON-LEDGER-FILE KEY >= SL-KEY
           IF WS-SL-STATUS NOT = "00"
               MOVE "Y" TO WS-SL-EOF-SWITCH
           END-IF
           PERFORM UNTIL SL-EOF
               READ SEASON-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SL-EOF-SWITCH
               END-READ
               IF NOT SL-EOF AND SL-SEASON NOT = WS-SIM-SEASON
                   MOVE "Y" TO WS-SL-EOF-SWITCH
               END-IF
               IF NOT SL-EOF
                   IF SL-GAME-ID NOT = WS-SIM-CUR-GAME
                       PERFORM SIM-SCORE-GAME-GROUP
                       MOVE SL-GAME-ID TO WS-SIM-CUR-GAME
                   END-IF
                   IF WS-SIM-GROUP-COUNT < WS-SIM-GROUP-MAX
                       ADD 1 TO WS-SIM-GROUP-COUNT
                       ADD 1 TO WS-SIM-GAMES
                       PERFORM SIM-RESCORE-PLAYER-GAME
                       MOVE SL-PLAYER-ID
                           TO WS-SIM-G-PLAYER(WS-SIM-GROUP-COUNT)
                       MOVE SL-GRAND-TOTAL
                           TO WS-SIM-G-ACT(WS-SIM-GROUP-COUNT)
                       MOVE WS-SIM-TOTAL
                           TO WS-SIM-G-SIM(WS-SIM-GROUP-COUNT)
                       IF SL-PLAYER-ID > 0
                           MOVE SL-PLAYER-NAME
                               TO WS-SIM-P-NAME(SL-PLAYER-ID)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-SIM-ERROR-SWITCH
                       DISPLAY "ERROR: simulation game group full - "
                               "game " SL-GAME-ID
                       MOVE "Y" TO WS-SL-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           IF NOT SIM-ERROR
               PERFORM SIM-SCORE-GAME-GROUP
           END-IF.

       SIM-RESCORE-PLAYER-GAME.
      * 這位玩家這一場的 1-12 輪照史檔上的骰子跟項目重算：走
      * 的是 PROCESS-DICE / SCORE-CATEGORY 同一套算分，上半區
      * 小計達門檻加紅利。yacht 項目已經拿過分之後再擲出 yacht
      * 填別的項目就照替代規則加碼 - 史檔分不出哪一輪是批次
      * 交易，所以每一輪都照這條算；原本的加碼紀錄 (13 輪以
      * 後) 不算，加碼全部重新認定。史檔缺輪 (已歸檔清掉) 的
      * 場次重算不出來，試算總分就照實際總分
           MOVE 0 TO WS-SIM-TOTAL WS-SIM-UPPER WS-SIM-TURNS
           MOVE "N" TO WS-SIM-YACHT-SWITCH
           PERFORM VARYING WS-SIM-ROUND FROM 1 BY 1
                   UNTIL WS-SIM-ROUND > WS-TOTAL-CATEGORY-COUNT
               MOVE SL-GAME-ID   TO SH-GAME-ID
               MOVE SL-PLAYER-ID TO SH-PLAYER-ID
               MOVE WS-SIM-ROUND TO SH-ROUND
               READ SCORE-HISTORY-FILE
               IF WS-SH-STATUS = "00"
                   ADD 1 TO WS-SIM-TURNS
                   MOVE SH-DICE     TO WS-DICE
                   MOVE SH-CATEGORY TO WS-CATEGORY
                   PERFORM INITIALIZE-COUNT
                   PERFORM PROCESS-DICE
                   PERFORM SCORE-CATEGORY
                   IF WS-RULE-SECOND-YACHT > 0
                      AND SIM-YACHT-SCORED
                      AND WS-CATEGORY NOT = "yacht"
                      AND (WS-COUNT(1) = 5 OR WS-COUNT(2) = 5 OR
                           WS-COUNT(3) = 5 OR WS-COUNT(4) = 5 OR
                           WS-COUNT(5) = 5 OR WS-COUNT(6) = 5)
                       ADD WS-RULE-SECOND-YACHT TO WS-SIM-TOTAL
                   END-IF
                   IF WS-CATEGORY = "yacht" AND WS-RESULT > 0
                       MOVE "Y" TO WS-SIM-YACHT-SWITCH
                   END-IF
                   ADD WS-RESULT TO WS-SIM-TOTAL
                   PERFORM FIND-CATEGORY-INDEX
                   IF WS-CAT-INDEX > 0
                      AND WS-CAT-INDEX <= WS-UPPER-CATEGORY-COUNT
                       ADD WS-RESULT TO WS-SIM-UPPER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SIM-TURNS = WS-TOTAL-CATEGORY-COUNT
               IF WS-SIM-UPPER >= WS-UPPER-BONUS-LIMIT
                   ADD WS-UPPER-BONUS-AMOUNT TO WS-SIM-TOTAL
               END-IF
               ADD 1 TO WS-SIM-RESCORED
           ELSE
               MOVE SL-GRAND-TOTAL TO WS-SIM-TOTAL
               ADD 1 TO WS-SIM-UNSCORED
           END-IF.

       SIM-SCORE-GAME-GROUP.
      * 一場收完：先照實際總分排名發積分、查錢帳上實際發的
      * 彩金，再照試算總分排一次發積分跟試算彩金。積分跟
      * SCORE-GAME-GROUP 同一套發法 (第一名拿人數分，同分同
      * 積分)，彩金跟 POST-MONEY-FOR-GROUP 同一套拆法 (報名費
      * × 人數照百分比發前三名，同分照總帳順序)
           IF WS-SIM-GROUP-COUNT > 0
               PERFORM VARYING WS-SIM-I FROM 1 BY 1
                       UNTIL WS-SIM-I >= WS-SIM-GROUP-COUNT
                   PERFORM VARYING WS-SIM-J FROM 1 BY 1
                           UNTIL WS-SIM-J
                                 > WS-SIM-GROUP-COUNT - WS-SIM-I
                       IF WS-SIM-G-ACT(WS-SIM-J) <
                          WS-SIM-G-ACT(WS-SIM-J + 1)
                           PERFORM SIM-SWAP-GROUP
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-SIM-I FROM 1 BY 1
                       UNTIL WS-SIM-I > WS-SIM-GROUP-COUNT
                   IF WS-SIM-I = 1
                       MOVE WS-SIM-GROUP-COUNT TO WS-SIM-POINTS
                   ELSE
                       IF WS-SIM-G-ACT(WS-SIM-I) NOT =
                          WS-SIM-G-ACT(WS-SIM-I - 1)
                           COMPUTE WS-SIM-POINTS
                               = WS-SIM-GROUP-COUNT - WS-SIM-I + 1
                       END-IF
                   END-IF
                   MOVE WS-SIM-G-PLAYER(WS-SIM-I) TO WS-SIM-ID
                   IF WS-SIM-ID > 0
                       ADD 1 TO WS-SIM-P-GAMES(WS-SIM-ID)
                       ADD WS-SIM-POINTS
                           TO WS-SIM-P-ACT-PTS(WS-SIM-ID)
                       ADD WS-SIM-G-ACT(WS-SIM-I)
                           TO WS-SIM-P-ACT-TOTAL(WS-SIM-ID)
                       ADD WS-SIM-G-SIM(WS-SIM-I)
                           TO WS-SIM-P-SIM-TOTAL(WS-SIM-ID)
                       IF WS-SIM-G-ACT(WS-SIM-I)
                          > WS-SIM-P-ACT-BEST(WS-SIM-ID)
                           MOVE WS-SIM-G-ACT(WS-SIM-I)
                               TO WS-SIM-P-ACT-BEST(WS-SIM-ID)
                       END-IF
                       IF WS-SIM-G-SIM(WS-SIM-I)
                          > WS-SIM-P-SIM-BEST(WS-SIM-ID)
                           MOVE WS-SIM-G-SIM(WS-SIM-I)
                               TO WS-SIM-P-SIM-BEST(WS-SIM-ID)
                       END-IF
                       IF MONEYLG-OPEN
                           MOVE WS-SIM-ID       TO ML-PLAYER-ID
                           MOVE WS-SIM-CUR-GAME TO ML-GAME-ID
                           MOVE "W"             TO ML-TYPE
                           READ MONEY-LEDGER-FILE
                           IF WS-ML-STATUS = "00" AND ML-DC = "C"
                               ADD ML-AMOUNT
                                   TO WS-SIM-P-ACT-PRIZE(WS-SIM-ID)
                               ADD ML-AMOUNT TO WS-SIM-ACT-PRIZE-SUM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-SIM-I FROM 1 BY 1
                       UNTIL WS-SIM-I >= WS-SIM-GROUP-COUNT
                   PERFORM VARYING WS-SIM-J FROM 1 BY 1
                           UNTIL WS-SIM-J
                                 > WS-SIM-GROUP-COUNT - WS-SIM-I
                       IF WS-SIM-G-SIM(WS-SIM-J) <
                          WS-SIM-G-SIM(WS-SIM-J + 1)
                           PERFORM SIM-SWAP-GROUP
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE WS-SIM-POOL = WS-ENTRY-FEE * WS-SIM-GROUP-COUNT
               PERFORM VARYING WS-SIM-I FROM 1 BY 1
                       UNTIL WS-SIM-I > WS-SIM-GROUP-COUNT
                   IF WS-SIM-I = 1
                       MOVE WS-SIM-GROUP-COUNT TO WS-SIM-POINTS
                   ELSE
                       IF WS-SIM-G-SIM(WS-SIM-I) NOT =
                          WS-SIM-G-SIM(WS-SIM-I - 1)
                           COMPUTE WS-SIM-POINTS
                               = WS-SIM-GROUP-COUNT - WS-SIM-I + 1
                       END-IF
                   END-IF
                   MOVE WS-SIM-G-PLAYER(WS-SIM-I) TO WS-SIM-ID
                   IF WS-SIM-ID > 0
                       ADD WS-SIM-POINTS
                           TO WS-SIM-P-SIM-PTS(WS-SIM-ID)
                       IF WS-SIM-I <= 3
                           COMPUTE WS-SIM-PAY ROUNDED
                               = WS-SIM-POOL * WS-SPLIT-PCT(WS-SIM-I)
                                 / 100
                           ADD WS-SIM-PAY
                               TO WS-SIM-P-SIM-PRIZE(WS-SIM-ID)
                           ADD WS-SIM-PAY TO WS-SIM-SIM-PRIZE-SUM
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-SIM-GROUP-COUNT
           END-IF.

       SIM-SWAP-GROUP.
      * 成績組第 J、J+1 格對調
           MOVE WS-SIM-GROUP(WS-SIM-J)     TO WS-SIM-G-HOLD
           MOVE WS-SIM-GROUP(WS-SIM-J + 1) TO WS-SIM-GROUP(WS-SIM-J)
           MOVE WS-SIM-G-HOLD TO WS-SIM-GROUP(WS-SIM-J + 1).

       SIM-RANK-PLAYERS.
      * 季賽名次跟積分榜同一個排法：積分高的在前，同積分比
      * 最佳成績；兩項都一樣的並列同一名。實際跟試算各排一次
           MOVE 0 TO WS-SIM-PLAYERS
           PERFORM VARYING WS-SIM-ID FROM 1 BY 1 UNTIL WS-SIM-ID > 998
               PERFORM SIM-RANK-ONE-PLAYER
           END-PERFORM
           MOVE 999 TO WS-SIM-ID
           PERFORM SIM-RANK-ONE-PLAYER.

       SIM-RANK-ONE-PLAYER.
      * 比這位玩家前面的人數加一就是名次
           IF WS-SIM-P-GAMES(WS-SIM-ID) > 0
               ADD 1 TO WS-SIM-PLAYERS
               MOVE 1 TO WS-SIM-P-ACT-RANK(WS-SIM-ID)
               MOVE 1 TO WS-SIM-P-SIM-RANK(WS-SIM-ID)
               PERFORM VARYING WS-SIM-Q FROM 1 BY 1
                       UNTIL WS-SIM-Q > 998
                   PERFORM SIM-COMPARE-PLAYER
               END-PERFORM
               MOVE 999 TO WS-SIM-Q
               PERFORM SIM-COMPARE-PLAYER
           END-IF.

       SIM-COMPARE-PLAYER.
      * 玩家 Q 排在玩家 ID 前面就把 ID 的名次往後推一名
           IF WS-SIM-P-GAMES(WS-SIM-Q) > 0
               IF WS-SIM-P-ACT-PTS(WS-SIM-Q)
                  > WS-SIM-P-ACT-PTS(WS-SIM-ID)
                  OR (WS-SIM-P-ACT-PTS(WS-SIM-Q)
                      = WS-SIM-P-ACT-PTS(WS-SIM-ID)
                      AND WS-SIM-P-ACT-BEST(WS-SIM-Q)
                          > WS-SIM-P-ACT-BEST(WS-SIM-ID))
                   ADD 1 TO WS-SIM-P-ACT-RANK(WS-SIM-ID)
               END-IF
               IF WS-SIM-P-SIM-PTS(WS-SIM-Q)
                  > WS-SIM-P-SIM-PTS(WS-SIM-ID)
                  OR (WS-SIM-P-SIM-PTS(WS-SIM-Q)
                      = WS-SIM-P-SIM-PTS(WS-SIM-ID)
                      AND WS-SIM-P-SIM-BEST(WS-SIM-Q)
                          > WS-SIM-P-SIM-BEST(WS-SIM-ID))
                   ADD 1 TO WS-SIM-P-SIM-RANK(WS-SIM-ID)
               END-IF
           END-IF.

       SIM-PRINT-REPORT.
      * 並排報表：表頭列兩套規則的值，玩家照實際名次列，每
      * 人一行 - 實際/試算總分、差額、兩個名次、兩筆彩金
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", simulation report not written."
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "=== WHAT-IF RULES SIMULATION - SEASON "
                                          DELIMITED BY SIZE
                      WS-SIM-SEASON       DELIMITED BY SIZE
                      " ==="              DELIMITED BY SIZE
                 INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "RULES      SET      SMST LGST YCHT BONUS@LIM "
                      "FULL 2ND     FEE SPLIT %"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SIM-LIVE-FEE TO WS-SIM-FEE-X
               MOVE SPACES TO RPT-LINE
               STRING "ACTUAL     " WS-SIM-LIVE-NAME " "
                      WS-SIM-LIVE-SMALL "  " WS-SIM-LIVE-LARGE "  "
                      WS-SIM-LIVE-YACHT "  " WS-SIM-LIVE-AMOUNT "@"
                      WS-SIM-LIVE-LIMIT "   " WS-SIM-LIVE-FULL "  "
                      WS-SIM-LIVE-SECOND " " WS-SIM-FEE-X " "
                      WS-SIM-LIVE-SPLIT(1) "/" WS-SIM-LIVE-SPLIT(2)
                      "/" WS-SIM-LIVE-SPLIT(3)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SIM-ALT-FEE TO WS-SIM-FEE-X
               MOVE SPACES TO RPT-LINE
               STRING "SIMULATED  " WS-SIM-ALT-NAME " "
                      WS-SIM-ALT-SMALL "  " WS-SIM-ALT-LARGE "  "
                      WS-SIM-ALT-YACHT "  " WS-SIM-ALT-AMOUNT "@"
                      WS-SIM-ALT-LIMIT "   " WS-SIM-ALT-FULL "  "
                      WS-SIM-ALT-SECOND " " WS-SIM-FEE-X " "
                      WS-SIM-ALT-SPLIT(1) "/" WS-SIM-ALT-SPLIT(2)
                      "/" WS-SIM-ALT-SPLIT(3)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "                         -- SEASON TOTAL --- "
                      " RANK   --- PRIZE MONEY ---"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "ID  NAME             GP  ACTUAL "
                      "   SIM  DIFF ACT SIM    ACTUAL       SIM"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-SIM-RANK FROM 1 BY 1
                       UNTIL WS-SIM-RANK > WS-SIM-PLAYERS
                   PERFORM VARYING WS-SIM-ID FROM 1 BY 1
                           UNTIL WS-SIM-ID > 998
                       PERFORM SIM-PRINT-IF-RANK
                   END-PERFORM
                   MOVE 999 TO WS-SIM-ID
                   PERFORM SIM-PRINT-IF-RANK
               END-PERFORM
               MOVE WS-SIM-ACT-PRIZE-SUM TO WS-SIM-SUM-A-X
               MOVE WS-SIM-SIM-PRIZE-SUM TO WS-SIM-SUM-S-X
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "TOTAL PRIZE MONEY" DELIMITED BY SIZE
                      "                                    "
                      WS-SIM-SUM-A-X " " WS-SIM-SUM-S-X
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "PLAYER GAMES " WS-SIM-GAMES
                      "  RE-SCORED " WS-SIM-RESCORED
                      "  TURNS MISSING (ACTUAL USED) " WS-SIM-UNSCORED
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
               DISPLAY "Simulation of season " WS-SIM-SEASON
                       " written to " WS-RPT-NAME " - "
                       WS-SIM-GAMES " player games, "
                       WS-SIM-UNSCORED " not re-scored."
           END-IF.

       SIM-PRINT-IF-RANK.
      * 實際名次剛好是這一名的玩家印一行
           IF WS-SIM-P-GAMES(WS-SIM-ID) > 0
              AND WS-SIM-P-ACT-RANK(WS-SIM-ID) = WS-SIM-RANK
               MOVE WS-SIM-P-GAMES(WS-SIM-ID)     TO WS-SIM-GP-X
               MOVE WS-SIM-P-ACT-TOTAL(WS-SIM-ID) TO WS-SIM-ACT-X
               MOVE WS-SIM-P-SIM-TOTAL(WS-SIM-ID) TO WS-SIM-SIM-X
               COMPUTE WS-SIM-DIFF = WS-SIM-P-SIM-TOTAL(WS-SIM-ID)
                                   - WS-SIM-P-ACT-TOTAL(WS-SIM-ID)
               MOVE WS-SIM-DIFF                   TO WS-SIM-DIFF-X
               MOVE WS-SIM-P-ACT-RANK(WS-SIM-ID)  TO WS-SIM-ARK-X
               MOVE WS-SIM-P-SIM-RANK(WS-SIM-ID)  TO WS-SIM-SRK-X
               MOVE WS-SIM-P-ACT-PRIZE(WS-SIM-ID) TO WS-SIM-APZ-X
               MOVE WS-SIM-P-SIM-PRIZE(WS-SIM-ID) TO WS-SIM-SPZ-X
               MOVE SPACES TO RPT-LINE
               STRING WS-SIM-ID " " WS-SIM-P-NAME(WS-SIM-ID)(1:16)
                      " " WS-SIM-GP-X " " WS-SIM-ACT-X " "
                      WS-SIM-SIM-X " " WS-SIM-DIFF-X " "
                      WS-SIM-ARK-X " " WS-SIM-SRK-X " "
                      WS-SIM-APZ-X " " WS-SIM-SPZ-X
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       MAINT-MERGE-PLAYER.
      * 重複玩家併檔 (主管限定)：重複編號在 SCOREHST、SEASONLG、
      * MONEYLG、TEAMASGN、CHKPOINT 跟 SUSPENSE 待重送拒件上的
      * 記錄全部搬到保留編號。先整趟檢查，兩個編號在同一個
      * 鍵上都有記錄 (例如同一場兩個都打了) 就列出來整個停
      * 住，一筆都不動也不蓋；沒撞鍵才搬，搬完再點一次筆
      * 數，前後筆數印成報表，併檔稽核記一筆。重複編號留在
      * PLAYERMS 上改成停用，記下併進哪一個編號
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Player merge requires supervisor "
                       "authorization."
           ELSE
               DISPLAY "Duplicate player id (merged away): "
               ACCEPT WS-MRG-DUP
               DISPLAY "Surviving player id: "
               ACCEPT WS-MRG-SURV
               PERFORM MRG-CHECK-PLAYERS
               IF MRG-OK
                   DISPLAY "Merge player " WS-MRG-DUP " into "
                           WS-MRG-SURV " " WS-MRG-SURV-NAME
                           "? (Y/N): "
                   ACCEPT WS-MRG-CONFIRM
                   IF NOT MRG-CONFIRMED
                       DISPLAY "Merge cancelled."
                   ELSE
                       PERFORM MRG-RUN-MERGE
                   END-IF
               END-IF
           END-IF.

       MRG-CHECK-PLAYERS.
      * 兩個編號都要在主檔上、不能同一個；重複的那個還沒被
      * 併過，保留的那個自己也不能是已經併掉的編號。重送作業
      * 停在一半的時候不能併 - SUSPTMP 那份是重送唯一的完整
      * 拒件，併檔改寫 SUSPENSE 也要借用它
           MOVE "N" TO WS-MRG-OK-SWITCH
           MOVE WS-MRG-SURV TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Player " WS-MRG-SURV " not on file."
           ELSE
               IF PM-MERGED-INTO > 0
                   DISPLAY "Player " WS-MRG-SURV " was itself merged "
                           "into " PM-MERGED-INTO " - use that id."
               ELSE
                   MOVE PM-PLAYER-NAME TO WS-MRG-SURV-NAME
                   MOVE WS-MRG-DUP TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                   IF WS-PM-STATUS NOT = "00"
                       DISPLAY "Player " WS-MRG-DUP " not on file."
                   ELSE
                       IF WS-MRG-DUP = WS-MRG-SURV
                           DISPLAY "Duplicate and surviving ids are "
                                   "the same - nothing to merge."
                       ELSE
                           IF PM-MERGED-INTO > 0
                               DISPLAY "Player " WS-MRG-DUP
                                       " was already merged into "
                                       PM-MERGED-INTO "."
                           ELSE
                               PERFORM MRG-CHECK-RESUBMIT
                               IF MRG-RESUB-PENDING
                                   DISPLAY "A suspense resubmission is "
                                           "still in progress - finish "
                                           "it before merging."
                               ELSE
                                   MOVE "Y" TO WS-MRG-OK-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MRG-CHECK-RESUBMIT.
      * 接關檔上重送那一筆還是「跑到一半」就算重送沒收乾淨
           MOVE "N" TO WS-MRG-RESUB-SWITCH
           PERFORM OPEN-BATCH-CHECKPOINT
           IF BCP-FILE-OPEN
               MOVE "RESUBMIT" TO BK-RUN-ID
               READ BATCH-CHECKPOINT-FILE
               IF WS-BK-STATUS = "00" AND BK-RUN-IN-PROGRESS
                   MOVE "Y" TO WS-MRG-RESUB-SWITCH
               END-IF
               PERFORM CLOSE-BATCH-CHECKPOINT
           END-IF.

       MRG-RUN-MERGE.
      * 五個索引檔 I-O 開好，三趟掃檔；檢查那一趟有撞鍵、或
      * 重複編號還有受理中的爭議/沒打完的對戰，就只記稽核不搬
           MOVE 0 TO WS-MRG-COLLISIONS WS-MRG-FAILURES
           PERFORM VARYING WS-MRG-F FROM 1 BY 1
                   UNTIL WS-MRG-F > WS-MRG-FILE-COUNT
               MOVE 0 TO WS-MRG-DUP-BEFORE(WS-MRG-F)
               MOVE 0 TO WS-MRG-SURV-BEFORE(WS-MRG-F)
               MOVE 0 TO WS-MRG-DUP-AFTER(WS-MRG-F)
               MOVE 0 TO WS-MRG-SURV-AFTER(WS-MRG-F)
               MOVE 0 TO WS-MRG-MOVED(WS-MRG-F)
           END-PERFORM
           PERFORM OPEN-SCORE-HISTORY
           PERFORM OPEN-SEASON-LEDGER
           PERFORM OPEN-MONEY-LEDGER
           PERFORM OPEN-TEAM-ASSIGN
           PERFORM OPEN-CHECKPOINT
           IF WS-SH-STATUS NOT = "00" OR WS-SL-STATUS NOT = "00"
              OR NOT MONEYLG-OPEN OR NOT TEAMASGN-OPEN
              OR WS-CP-STATUS NOT = "00"
               DISPLAY "Merge files not available - SCOREHST "
                       WS-SH-STATUS " SEASONLG " WS-SL-STATUS
                       " MONEYLG " WS-ML-STATUS " TEAMASGN "
                       WS-TA-STATUS " CHKPOINT " WS-CP-STATUS
                       " - nothing merged."
           ELSE
               MOVE "C" TO WS-MRG-PASS
               PERFORM MRG-SCAN-FILES
               PERFORM MRG-CHECK-OPEN-CASES
               IF WS-MRG-COLLISIONS > 0
                   DISPLAY "Merge stopped - " WS-MRG-COLLISIONS
                           " key collisions or open cases for "
                           "players " WS-MRG-DUP " and "
                           WS-MRG-SURV ". Nothing was moved."
                   MOVE "S" TO MR-RESULT
                   PERFORM MRG-WRITE-LOG
               ELSE
                   MOVE "M" TO WS-MRG-PASS
                   PERFORM MRG-SCAN-FILES
                   MOVE "A" TO WS-MRG-PASS
                   PERFORM MRG-SCAN-FILES
                   PERFORM MRG-RETIRE-DUPLICATE
                   MOVE "M" TO MR-RESULT
                   PERFORM MRG-WRITE-LOG
                   PERFORM MRG-PRINT-COUNTS
               END-IF
           END-IF
           CLOSE SCORE-HISTORY-FILE
           CLOSE SEASON-LEDGER-FILE
           IF MONEYLG-OPEN
               CLOSE MONEY-LEDGER-FILE
               MOVE "N" TO WS-ML-OPEN-SWITCH
           END-IF
           IF TEAMASGN-OPEN
               CLOSE TEAM-ASSIGN-FILE
               MOVE "N" TO WS-TA-OPEN-SWITCH
           END-IF
           CLOSE CHECKPOINT-FILE.

       MRG-CHECK-OPEN-CASES.
      * 檢查那一趟順便看重複編號有沒有還沒了結的事：受理中的
      * 爭議案件 (史檔搬走以後更正作業就找不到那一輪，錢帳也
      * 會一直扣著) 跟個人賽還沒分出勝負的對戰 (對戰表照編號
      * 去季賽總帳找成績，搬走就對不上)。有就跟撞鍵一樣算件、
      * 整個不併，等案件結掉、對戰打完再併；檔打不開也當擋下
           MOVE "N" TO WS-MRG-EOF-SWITCH
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS = "00"
               PERFORM UNTIL MRG-EOF
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-MRG-EOF-SWITCH
                   END-READ
                   IF NOT MRG-EOF AND DP-PLAYER-ID = WS-MRG-DUP
                      AND DP-OPEN
                       ADD 1 TO WS-MRG-COLLISIONS
                       DISPLAY "  DISPUTE open case: game "
                               DP-GAME-ID " round " DP-ROUND
                   END-IF
               END-PERFORM
               CLOSE DISPUTE-FILE
           ELSE
               IF WS-DP-STATUS NOT = "35"
                   ADD 1 TO WS-MRG-COLLISIONS
                   DISPLAY "  DISPUTE not readable - status "
                           WS-DP-STATUS
               END-IF
           END-IF

           MOVE "N" TO WS-MRG-EOF-SWITCH
           OPEN INPUT BRACKET-FILE
           IF WS-BR-STATUS = "00"
               OPEN INPUT TOURNAMENT-FILE
               PERFORM UNTIL MRG-EOF
                   READ BRACKET-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-MRG-EOF-SWITCH
                   END-READ
                   IF NOT MRG-EOF AND NOT BR-DECIDED
                      AND (BR-SIDE-A = WS-MRG-DUP
                           OR BR-SIDE-B = WS-MRG-DUP)
                       PERFORM MRG-CHECK-BRACKET-SIDE
                   END-IF
               END-PERFORM
               CLOSE TOURNAMENT-FILE
               CLOSE BRACKET-FILE
           ELSE
               IF WS-BR-STATUS NOT = "35"
                   ADD 1 TO WS-MRG-COLLISIONS
                   DISPLAY "  BRACKET not readable - status "
                           WS-BR-STATUS
               END-IF
           END-IF.

       MRG-CHECK-BRACKET-SIDE.
      * 隊伍賽的對戰雙方是隊伍編號，跟玩家編號無關；主檔讀不
      * 到分不出是哪一種，寧可擋下
           MOVE BR-TOURN-ID TO TN-TOURN-ID
           READ TOURNAMENT-FILE
           IF WS-TN-STATUS NOT = "00" OR NOT TN-TEAMS
               ADD 1 TO WS-MRG-COLLISIONS
               DISPLAY "  BRACKET undecided match: tournament "
                       BR-TOURN-ID " round " BR-ROUND
                       " match " BR-MATCH
           END-IF.

       MRG-SCAN-FILES.
      * 六個檔各掃一趟，這一趟做什麼看 WS-MRG-PASS
           PERFORM MRG-SCAN-SCOREHST
           PERFORM MRG-SCAN-SEASONLG
           PERFORM MRG-SCAN-MONEYLG
           PERFORM MRG-SCAN-TEAMASGN
           PERFORM MRG-SCAN-CHKPOINT
           PERFORM MRG-SCAN-SUSPENSE.

       MRG-STORE-COUNTS.
      * 這一趟點到的兩個編號筆數記到第 WS-MRG-F 個檔的欄位
           IF MRG-CHECK-PASS
               MOVE WS-MRG-DUP-N  TO WS-MRG-DUP-BEFORE(WS-MRG-F)
               MOVE WS-MRG-SURV-N TO WS-MRG-SURV-BEFORE(WS-MRG-F)
           END-IF
           IF MRG-COUNT-PASS
               MOVE WS-MRG-DUP-N  TO WS-MRG-DUP-AFTER(WS-MRG-F)
               MOVE WS-MRG-SURV-N TO WS-MRG-SURV-AFTER(WS-MRG-F)
           END-IF.

       MRG-SCAN-SCOREHST.
      * 史檔的鍵是場次+玩家+輪數，玩家不在最前面只能整檔掃；
      * 重複編號的每一筆看保留編號同場同輪有沒有記錄
           MOVE 1 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE "N" TO WS-MRG-EOF-SWITCH
           MOVE 0 TO SH-GAME-ID SH-PLAYER-ID SH-ROUND
           START SCORE-HISTORY-FILE KEY >= SH-KEY
           IF WS-SH-STATUS NOT = "00"
               MOVE "Y" TO WS-MRG-EOF-SWITCH
           END-IF
           PERFORM UNTIL MRG-EOF
               READ SCORE-HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-READ
               IF NOT MRG-EOF
                   IF SH-PLAYER-ID = WS-MRG-SURV
                       ADD 1 TO WS-MRG-SURV-N
                   END-IF
                   IF SH-PLAYER-ID = WS-MRG-DUP
                       ADD 1 TO WS-MRG-DUP-N
                       MOVE SH-RECORD TO WS-MRG-SAVE-RECORD
                       MOVE WS-MRG-SURV TO SH-PLAYER-ID
                       EVALUATE TRUE
                           WHEN MRG-CHECK-PASS
                               READ SCORE-HISTORY-FILE
                               IF WS-SH-STATUS = "00"
                                   ADD 1 TO WS-MRG-COLLISIONS
                                   DISPLAY "  SCOREHST collision: game "
                                           SH-GAME-ID " round "
                                           SH-ROUND
                               END-IF
                           WHEN MRG-MOVE-PASS
                               WRITE SH-RECORD
                               IF WS-SH-STATUS = "00"
                                   ADD 1 TO WS-MRG-MOVED(1)
                                   MOVE WS-MRG-SAVE-RECORD
                                       TO SH-RECORD
                                   DELETE SCORE-HISTORY-FILE RECORD
                               ELSE
                                   ADD 1 TO WS-MRG-FAILURES
                                   DISPLAY "  SCOREHST write failed "
                                           "- status " WS-SH-STATUS
                                           " game " SH-GAME-ID
                               END-IF
                       END-EVALUATE
                       MOVE WS-MRG-SAVE-RECORD TO SH-RECORD
                       START SCORE-HISTORY-FILE KEY > SH-KEY
                       IF WS-SH-STATUS NOT = "00"
                           MOVE "Y" TO WS-MRG-EOF-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM MRG-STORE-COUNTS.

       MRG-SCAN-SEASONLG.
      * 季賽總帳的鍵是季別+場次+玩家，一樣整檔掃；搬過去的
      * 記錄名字換成保留編號的名字
           MOVE 2 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE "N" TO WS-MRG-EOF-SWITCH
           MOVE 0 TO SL-SEASON SL-GAME-ID SL-PLAYER-ID
           START SEASON-LEDGER-FILE KEY >= SL-KEY
           IF WS-SL-STATUS NOT = "00"
               MOVE "Y" TO WS-MRG-EOF-SWITCH
           END-IF
           PERFORM UNTIL MRG-EOF
               READ SEASON-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-READ
               IF NOT MRG-EOF
                   IF SL-PLAYER-ID = WS-MRG-SURV
                       ADD 1 TO WS-MRG-SURV-N
                   END-IF
                   IF SL-PLAYER-ID = WS-MRG-DUP
                       ADD 1 TO WS-MRG-DUP-N
                       MOVE SL-RECORD TO WS-MRG-SAVE-RECORD
                       MOVE WS-MRG-SURV TO SL-PLAYER-ID
                       EVALUATE TRUE
                           WHEN MRG-CHECK-PASS
                               READ SEASON-LEDGER-FILE
                               IF WS-SL-STATUS = "00"
                                   ADD 1 TO WS-MRG-COLLISIONS
                                   DISPLAY "  SEASONLG collision: "
                                           "season " SL-SEASON
                                           " game " SL-GAME-ID
                               END-IF
                           WHEN MRG-MOVE-PASS
                               MOVE WS-MRG-SURV-NAME TO SL-PLAYER-NAME
                               WRITE SL-RECORD
                               IF WS-SL-STATUS = "00"
                                   ADD 1 TO WS-MRG-MOVED(2)
                                   MOVE WS-MRG-SAVE-RECORD
                                       TO SL-RECORD
                                   DELETE SEASON-LEDGER-FILE RECORD
                               ELSE
                                   ADD 1 TO WS-MRG-FAILURES
                                   DISPLAY "  SEASONLG write failed "
                                           "- status " WS-SL-STATUS
                                           " game " SL-GAME-ID
                               END-IF
                       END-EVALUATE
                       MOVE WS-MRG-SAVE-RECORD TO SL-RECORD
                       START SEASON-LEDGER-FILE KEY > SL-KEY
                       IF WS-SL-STATUS NOT = "00"
                           MOVE "Y" TO WS-MRG-EOF-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM MRG-STORE-COUNTS.

       MRG-SCAN-MONEYLG.
      * 錢帳的鍵玩家在最前面：保留編號那一段直接點筆數，重
      * 複編號那一段逐筆看保留編號同場同類別有沒有帳，兩邊都
      * 有就停下來給主管處理。期初餘額 (O) 例外：鍵是下一季第
      * 一場，兩個編號都從結算過的季別帶了餘額一定同鍵，不算
      * 撞鍵，搬的那一趟把重複編號的金額併進保留編號那一筆
           MOVE 3 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE "N" TO WS-MRG-EOF-SWITCH
           MOVE WS-MRG-SURV TO ML-PLAYER-ID
           MOVE 0           TO ML-GAME-ID
           MOVE LOW-VALUES  TO ML-TYPE
           START MONEY-LEDGER-FILE KEY >= ML-KEY
           IF WS-ML-STATUS NOT = "00"
               MOVE "Y" TO WS-MRG-EOF-SWITCH
           END-IF
           PERFORM UNTIL MRG-EOF
               READ MONEY-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-READ
               IF NOT MRG-EOF AND ML-PLAYER-ID NOT = WS-MRG-SURV
                   MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-IF
               IF NOT MRG-EOF
                   ADD 1 TO WS-MRG-SURV-N
               END-IF
           END-PERFORM

           MOVE "N" TO WS-MRG-EOF-SWITCH
           MOVE WS-MRG-DUP  TO ML-PLAYER-ID
           MOVE 0           TO ML-GAME-ID
           MOVE LOW-VALUES  TO ML-TYPE
           START MONEY-LEDGER-FILE KEY >= ML-KEY
           IF WS-ML-STATUS NOT = "00"
               MOVE "Y" TO WS-MRG-EOF-SWITCH
           END-IF
           PERFORM UNTIL MRG-EOF
               READ MONEY-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-READ
               IF NOT MRG-EOF AND ML-PLAYER-ID NOT = WS-MRG-DUP
                   MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-IF
               IF NOT MRG-EOF
                   ADD 1 TO WS-MRG-DUP-N
                   MOVE ML-RECORD TO WS-MRG-SAVE-RECORD
                   MOVE WS-MRG-SURV TO ML-PLAYER-ID
                   EVALUATE TRUE
                       WHEN MRG-CHECK-PASS
                           READ MONEY-LEDGER-FILE
                           IF WS-ML-STATUS = "00"
                              AND NOT ML-OPENING-BALANCE
                               ADD 1 TO WS-MRG-COLLISIONS
                               DISPLAY "  MONEYLG collision: game "
                                       ML-GAME-ID " type " ML-TYPE
                           END-IF
                       WHEN MRG-MOVE-PASS
                           MOVE "N" TO WS-MRG-NETTED-SWITCH
                           IF ML-OPENING-BALANCE
                               PERFORM MRG-NET-OPENING-BALANCE
                           END-IF
                           IF NOT MRG-O-NETTED
                               WRITE ML-RECORD
                               IF WS-ML-STATUS = "00"
                                   ADD 1 TO WS-MRG-MOVED(3)
                                   MOVE WS-MRG-SAVE-RECORD
                                       TO ML-RECORD
                                   DELETE MONEY-LEDGER-FILE RECORD
                               ELSE
                                   ADD 1 TO WS-MRG-FAILURES
                                   DISPLAY "  MONEYLG write failed - "
                                           "status " WS-ML-STATUS
                                           " game " ML-GAME-ID
                               END-IF
                           END-IF
                   END-EVALUATE
                   MOVE WS-MRG-SAVE-RECORD TO ML-RECORD
                   START MONEY-LEDGER-FILE KEY > ML-KEY
                   IF WS-ML-STATUS NOT = "00"
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM MRG-STORE-COUNTS.

       MRG-NET-OPENING-BALANCE.
      * 重複編號的期初餘額：ML-RECORD 上是換成保留編號鍵的那
      * 一筆。保留編號已經有同季的期初餘額就按借貸別併成淨額
      * (C 加 D 減，淨額的正負決定借貸別) REWRITE 回去，再刪
      * 掉重複編號那一筆；沒有就回去照一般的帳整筆搬
           IF ML-DC = "C"
               MOVE ML-AMOUNT TO WS-MRG-NET
           ELSE
               COMPUTE WS-MRG-NET = 0 - ML-AMOUNT
           END-IF
           READ MONEY-LEDGER-FILE
           IF WS-ML-STATUS NOT = "00"
               MOVE WS-MRG-SAVE-RECORD TO ML-RECORD
               MOVE WS-MRG-SURV TO ML-PLAYER-ID
           ELSE
               MOVE "Y" TO WS-MRG-NETTED-SWITCH
               IF ML-DC = "C"
                   ADD ML-AMOUNT TO WS-MRG-NET
               ELSE
                   SUBTRACT ML-AMOUNT FROM WS-MRG-NET
               END-IF
               IF WS-MRG-NET < 0
                   COMPUTE ML-AMOUNT = 0 - WS-MRG-NET
                   MOVE "D" TO ML-DC
               ELSE
                   MOVE WS-MRG-NET TO ML-AMOUNT
                   MOVE "C" TO ML-DC
               END-IF
               REWRITE ML-RECORD
               IF WS-ML-STATUS NOT = "00"
                   ADD 1 TO WS-MRG-FAILURES
                   DISPLAY "  MONEYLG opening balance rewrite failed "
                           "- status " WS-ML-STATUS
                           " game " ML-GAME-ID
               ELSE
                   MOVE WS-MRG-SAVE-RECORD TO ML-RECORD
                   DELETE MONEY-LEDGER-FILE RECORD
                   IF WS-ML-STATUS = "00"
                       ADD 1 TO WS-MRG-MOVED(3)
                       DISPLAY "  MONEYLG opening balance game "
                               ML-GAME-ID " combined into player "
                               WS-MRG-SURV
                   ELSE
                       ADD 1 TO WS-MRG-FAILURES
                       DISPLAY "  MONEYLG delete failed - status "
                               WS-ML-STATUS " game " ML-GAME-ID
                               " - opening balance is now on "
                               "both players"
                   END-IF
               END-IF
           END-IF.

       MRG-SCAN-TEAMASGN.
      * 隊員指派的鍵是季別+玩家：同一季兩個編號都有指派就
      * 算撞鍵 (就算指的是同一隊也不替主管決定)
           MOVE 4 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE "N" TO WS-MRG-EOF-SWITCH
           MOVE 0 TO TA-SEASON TA-PLAYER-ID
           START TEAM-ASSIGN-FILE KEY >= TA-KEY
           IF WS-TA-STATUS NOT = "00"
               MOVE "Y" TO WS-MRG-EOF-SWITCH
           END-IF
           PERFORM UNTIL MRG-EOF
               READ TEAM-ASSIGN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MRG-EOF-SWITCH
               END-READ
               IF NOT MRG-EOF
                   IF TA-PLAYER-ID = WS-MRG-SURV
                       ADD 1 TO WS-MRG-SURV-N
                   END-IF
                   IF TA-PLAYER-ID = WS-MRG-DUP
                       ADD 1 TO WS-MRG-DUP-N
                       MOVE TA-RECORD TO WS-MRG-SAVE-RECORD
                       MOVE WS-MRG-SURV TO TA-PLAYER-ID
                       EVALUATE TRUE
                           WHEN MRG-CHECK-PASS
                               READ TEAM-ASSIGN-FILE
                               IF WS-TA-STATUS = "00"
                                   ADD 1 TO WS-MRG-COLLISIONS
                                   DISPLAY "  TEAMASGN collision: "
                                           "season " TA-SEASON
                               END-IF
                           WHEN MRG-MOVE-PASS
                               WRITE TA-RECORD
                               IF WS-TA-STATUS = "00"
                                   ADD 1 TO WS-MRG-MOVED(4)
                                   MOVE WS-MRG-SAVE-RECORD
                                       TO TA-RECORD
                                   DELETE TEAM-ASSIGN-FILE RECORD
                               ELSE
                                   ADD 1 TO WS-MRG-FAILURES
                                   DISPLAY "  TEAMASGN write failed "
                                           "- status " WS-TA-STATUS
                                           " season " TA-SEASON
                               END-IF
                       END-EVALUATE
                       MOVE WS-MRG-SAVE-RECORD TO TA-RECORD
                       START TEAM-ASSIGN-FILE KEY > TA-KEY
                       IF WS-TA-STATUS NOT = "00"
                           MOVE "Y" TO WS-MRG-EOF-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM MRG-STORE-COUNTS.

       MRG-SCAN-CHKPOINT.
      * 接關檔一位玩家一筆，鍵就是玩家編號：兩個都有就撞鍵
           MOVE 5 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE WS-MRG-SURV TO CP-PLAYER-ID
           READ CHECKPOINT-FILE
           IF WS-CP-STATUS = "00"
               ADD 1 TO WS-MRG-SURV-N
           END-IF
           MOVE WS-MRG-DUP TO CP-PLAYER-ID
           READ CHECKPOINT-FILE
           IF WS-CP-STATUS = "00"
               ADD 1 TO WS-MRG-DUP-N
               EVALUATE TRUE
                   WHEN MRG-CHECK-PASS
                       IF WS-MRG-SURV-N > 0
                           ADD 1 TO WS-MRG-COLLISIONS
                           DISPLAY "  CHKPOINT collision: both players "
                                   "have a checkpoint"
                       END-IF
                   WHEN MRG-MOVE-PASS
                       MOVE WS-MRG-SURV TO CP-PLAYER-ID
                       WRITE CP-RECORD
                       IF WS-CP-STATUS = "00"
                           ADD 1 TO WS-MRG-MOVED(5)
                           MOVE WS-MRG-DUP TO CP-PLAYER-ID
                           DELETE CHECKPOINT-FILE RECORD
                       ELSE
                           ADD 1 TO WS-MRG-FAILURES
                           DISPLAY "  CHKPOINT write failed - status "
                                   WS-CP-STATUS
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM MRG-STORE-COUNTS.

       MRG-SCAN-SUSPENSE.
      * 待重送拒件是循序檔沒有鍵，不會撞鍵：檢查跟點數只讀；
      * 搬的那一趟有重複編號的拒件才整份抄進 SUSPTMP，再照
      * 原順序寫回 SUSPENSE，玩家編號換成保留編號
           MOVE 6 TO WS-MRG-F
           MOVE 0 TO WS-MRG-DUP-N WS-MRG-SURV-N
           MOVE "N" TO WS-SP-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SP-STATUS = "00"
               PERFORM READ-NEXT-SUSPENSE
               PERFORM UNTIL SP-EOF
                   IF SP-PLAYER-ID = WS-MRG-SURV
                       ADD 1 TO WS-MRG-SURV-N
                   END-IF
                   IF SP-PLAYER-ID = WS-MRG-DUP
                       ADD 1 TO WS-MRG-DUP-N
                   END-IF
                   PERFORM READ-NEXT-SUSPENSE
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           IF MRG-MOVE-PASS AND WS-MRG-DUP-N > 0
               PERFORM MRG-REWRITE-SUSPENSE
           END-IF
           PERFORM MRG-STORE-COUNTS.

       MRG-REWRITE-SUSPENSE.
      * 先抄完整份複本才清空原檔 - 跟重送作業同一個順序，抄
      * 不成功原檔就不動
           MOVE "N" TO WS-SP-EOF-SWITCH
           MOVE "Y" TO WS-MRG-OK-SWITCH
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-TEMP-FILE
           IF WS-SP-STATUS NOT = "00" OR WS-SPT-STATUS NOT = "00"
               MOVE "N" TO WS-MRG-OK-SWITCH
           ELSE
               PERFORM READ-NEXT-SUSPENSE
               PERFORM UNTIL SP-EOF
                   MOVE SP-RECORD TO SPT-RECORD
                   WRITE SPT-RECORD
                   IF WS-SPT-STATUS NOT = "00"
                       MOVE "N" TO WS-MRG-OK-SWITCH
                       MOVE "Y" TO WS-SP-EOF-SWITCH
                   ELSE
                       PERFORM READ-NEXT-SUSPENSE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-TEMP-FILE
           IF NOT MRG-OK
               ADD 1 TO WS-MRG-FAILURES
               DISPLAY "  SUSPENSE could not be copied to SUSPTMP - "
                       "pending rejects left under player "
                       WS-MRG-DUP
           ELSE
               MOVE "N" TO WS-SPT-EOF-SWITCH
               OPEN INPUT SUSPENSE-TEMP-FILE
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM READ-NEXT-SUSPENSE-TEMP
               PERFORM UNTIL SPT-EOF
                   MOVE SPT-RECORD TO SP-RECORD
                   IF SP-PLAYER-ID = WS-MRG-DUP
                       MOVE WS-MRG-SURV TO SP-PLAYER-ID
                       ADD 1 TO WS-MRG-MOVED(6)
                   END-IF
                   WRITE SP-RECORD
                   PERFORM READ-NEXT-SUSPENSE-TEMP
               END-PERFORM
               CLOSE SUSPENSE-TEMP-FILE
               CLOSE SUSPENSE-FILE
           END-IF.

       MRG-RETIRE-DUPLICATE.
      * 重複編號留在主檔上：停用，記下併進哪一個編號
           MOVE WS-MRG-DUP TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-PM-STATUS = "00"
               MOVE "I"         TO PM-STATUS
               MOVE WS-MRG-SURV TO PM-MERGED-INTO
               REWRITE PM-RECORD
           END-IF
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "PLAYERMS update failed for player "
                       WS-MRG-DUP " - status " WS-PM-STATUS
           END-IF.

       MRG-WRITE-LOG.
      * 併檔稽核一筆 (結果碼由呼叫的地方先放好)：檔案用
      * EXTEND 接在後面，第一次不存在 (35) 才 OUTPUT 建檔；其他
      * 開檔錯誤不准 OUTPUT - 那會把整份併檔稽核清掉
           MOVE FUNCTION CURRENT-DATE TO MR-TIMESTAMP
           MOVE WS-OPERATOR-ID        TO MR-OPERATOR-ID
           MOVE WS-MRG-DUP            TO MR-DUP-ID
           MOVE WS-MRG-SURV           TO MR-SURV-ID
           MOVE WS-MRG-COLLISIONS     TO MR-COLLISIONS
           PERFORM VARYING WS-MRG-F FROM 1 BY 1
                   UNTIL WS-MRG-F > WS-MRG-FILE-COUNT
               MOVE WS-MRG-MOVED(WS-MRG-F) TO MR-MOVED(WS-MRG-F)
           END-PERFORM
           OPEN EXTEND MERGE-LOG-FILE
           IF WS-MRG-LOG-STATUS = "35"
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF
           IF WS-MRG-LOG-STATUS = "00"
               WRITE MR-RECORD
               CLOSE MERGE-LOG-FILE
           ELSE
               DISPLAY "MERGELOG could not be opened - status "
                       WS-MRG-LOG-STATUS ", merge not logged."
           END-IF.

       MRG-PRINT-COUNTS.
      * 併檔報表：六個檔各一行，兩個編號併檔前後的筆數跟搬
      * 了幾筆；重複編號併檔後應該全部是 0
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", merge counts not written."
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "=== PLAYER MERGE " WS-MRG-DUP " INTO "
                      WS-MRG-SURV " " WS-MRG-SURV-NAME " ==="
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "FILE     DUP    SURV    DUP    SURV   MOVED"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "         BEFORE BEFORE  AFTER  AFTER"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-MRG-F FROM 1 BY 1
                       UNTIL WS-MRG-F > WS-MRG-FILE-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING WS-MRG-FILE-NAME(WS-MRG-F) " "
                          WS-MRG-DUP-BEFORE(WS-MRG-F) " "
                          WS-MRG-SURV-BEFORE(WS-MRG-F) "  "
                          WS-MRG-DUP-AFTER(WS-MRG-F) " "
                          WS-MRG-SURV-AFTER(WS-MRG-F) " "
                          WS-MRG-MOVED(WS-MRG-F)
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               IF WS-MRG-FAILURES > 0
                   MOVE SPACES TO RPT-LINE
                   STRING "*** " WS-MRG-FAILURES " RECORDS COULD NOT "
                          "BE MOVED - SEE OPERATOR LOG"
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "Player " WS-MRG-DUP " merged into " WS-MRG-SURV
                   " - counts written to " WS-RPT-NAME "."
           IF WS-MRG-FAILURES > 0
               DISPLAY "WARNING: " WS-MRG-FAILURES
                       " records could not be moved."
           END-IF.

       AUDIT-CHAIN-VERIFY.
      * 稽核紀錄驗證 (主管限定)：指定年度起的 ALARyyyy 歸檔檔
      * 跟 AUDITLOG 逐檔逐筆重算檢查值，斷串、檔內序號倒退都
      * 列出來；所有檔的序號再一起排序，從 1 到活檔種子記錄的
      * 高水位之間的空號跟重號也列出來。報表印在 YACHTRPT，
      * 有任何一項不對就回 RC 8
           DISPLAY "Oldest ALARyyyy archive year to check "
                   "(0 = last 10 years): "
           ACCEPT WS-ACH-FIRST-YEAR
           MOVE FUNCTION CURRENT-DATE TO WS-ACH-NOW
           MOVE WS-ACH-NOW(1:4) TO WS-ACH-LAST-YEAR
           IF WS-ACH-FIRST-YEAR = 0
              OR WS-ACH-FIRST-YEAR > WS-ACH-LAST-YEAR
               COMPUTE WS-ACH-FIRST-YEAR = WS-ACH-LAST-YEAR - 10
           END-IF
           PERFORM ACH-RESET-TOTALS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               MOVE 8 TO WS-STEP-RC
               DISPLAY "YACHTRPT report file could not be opened - "
                       "status " WS-RPT-STATUS
                       ", chain verification not run."
           ELSE
               MOVE "=== YACHT AUDIT LOG CHAIN VERIFICATION ==="
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "Archives ALAR" WS-ACH-FIRST-YEAR
                      " through ALAR" WS-ACH-LAST-YEAR
                      " and AUDITLOG"
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE "Y" TO WS-ACH-REPORT-SWITCH
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-AC-SEQ
                   ON ASCENDING KEY SR-AC-FILE
                   INPUT PROCEDURE IS ACH-RELEASE-CHAIN
                   OUTPUT PROCEDURE IS ACH-CHECK-SEQUENCE
               MOVE "N" TO WS-ACH-REPORT-SWITCH
               PERFORM ACH-PRINT-TOTALS
               CLOSE REPORT-FILE
               IF WS-ACH-BREAKS > 0 OR WS-ACH-ORDER-ERRS > 0
                  OR WS-ACH-GAPS > 0 OR WS-ACH-DUPS > 0
                  OR WS-ACH-OPEN-FAILS > 0
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "AUDIT CHAIN NOT INTACT - breaks "
                           WS-ACH-BREAKS " order " WS-ACH-ORDER-ERRS
                           " gaps " WS-ACH-GAPS " duplicates "
                           WS-ACH-DUPS " - see " WS-RPT-NAME "."
               ELSE
                   DISPLAY "Audit chain verified - " WS-ACH-RECORDS
                           " records in " WS-ACH-FILES
                           " files, no breaks, gaps or reordering."
               END-IF
           END-IF.

       ACH-RELEASE-CHAIN.
      * 歸檔檔照年度由舊到新，最後是活檔；沒有的年度 (35)
      * 直接跳過，開得到檔卻讀不了的要列出來
           PERFORM VARYING WS-ACH-YEAR FROM WS-ACH-FIRST-YEAR BY 1
                   UNTIL WS-ACH-YEAR > WS-ACH-LAST-YEAR
               PERFORM ACH-WALK-ARCHIVE
           END-PERFORM
           PERFORM ACH-WALK-AUDITLOG.

       ACH-WALK-ARCHIVE.
      * 一個年度的 ALARyyyy 從頭驗到尾
           MOVE SPACES TO WS-AL-ARCH-NAME
           STRING "ALAR"      DELIMITED BY SIZE
                  WS-ACH-YEAR DELIMITED BY SIZE
             INTO WS-AL-ARCH-NAME
           MOVE WS-AL-ARCH-NAME TO WS-ACH-FILE-NAME
           OPEN INPUT AL-ARCHIVE-FILE
           IF WS-ALA-STATUS = "00"
               PERFORM ACH-START-FILE
               MOVE "N" TO WS-ACH-EOF-SWITCH
               PERFORM UNTIL ACH-EOF
                   READ AL-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-ACH-EOF-SWITCH
                   END-READ
                   IF NOT ACH-EOF
                       MOVE AA-RECORD TO WS-ACH-REC
                       PERFORM ACH-CHECK-RECORD
                   END-IF
               END-PERFORM
               CLOSE AL-ARCHIVE-FILE
               PERFORM ACH-END-FILE
           ELSE
               IF WS-ALA-STATUS NOT = "35"
                   MOVE WS-ALA-STATUS TO WS-ACH-STATUS
                   PERFORM ACH-NOTE-OPEN-FAIL
               END-IF
           END-IF.

       ACH-WALK-AUDITLOG.
      * 活檔從頭驗到尾；歸檔清理前也用這一段先驗 (不印報表、
      * 不倒排序)，走完 WS-ACH-FILE-HIGH 是檔上最大序號、
      * WS-ACH-PREV-CHAIN 是最後一筆的檢查值
           MOVE "AUDITLOG" TO WS-ACH-FILE-NAME
           PERFORM ACH-START-FILE
           MOVE "N" TO WS-AL-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-STATUS = "00"
               PERFORM READ-NEXT-AUDIT-LOG
               PERFORM UNTIL AL-EOF
                   MOVE AL-RECORD TO WS-ACH-REC
                   PERFORM ACH-CHECK-RECORD
                   PERFORM READ-NEXT-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               PERFORM ACH-END-FILE
           ELSE
               IF ACH-REPORTING
                   MOVE WS-AL-STATUS TO WS-ACH-STATUS
                   PERFORM ACH-NOTE-OPEN-FAIL
               END-IF
           END-IF.

       ACH-RESET-TOTALS.
      * 驗證的件數跟高水位歸零
           MOVE 0 TO WS-ACH-FILES
           MOVE 0 TO WS-ACH-OPEN-FAILS
           MOVE 0 TO WS-ACH-RECORDS
           MOVE 0 TO WS-ACH-BREAKS
           MOVE 0 TO WS-ACH-ORDER-ERRS
           MOVE 0 TO WS-ACH-GAPS
           MOVE 0 TO WS-ACH-DUPS
           MOVE 0 TO WS-ACH-HIGH-WATER
           MOVE 0 TO WS-ACH-FILE-HIGH
           MOVE 0 TO WS-ACH-PREV-CHAIN.

       ACH-START-FILE.
      * 每個檔自己一條串，從種子記錄重新算起
           MOVE 0 TO WS-ACH-POS
           MOVE 0 TO WS-ACH-PREV-CHAIN
           MOVE 0 TO WS-ACH-PREV-SEQ
           MOVE 0 TO WS-ACH-FILE-HIGH.

       ACH-END-FILE.
      * 檔在卻一筆都沒有 - 連種子都不見就是整份被清過
           ADD 1 TO WS-ACH-FILES
           IF WS-ACH-POS = 0
               MOVE "FILE IS EMPTY - NO SEED RECORD" TO WS-ACH-REASON
               PERFORM ACH-NOTE-BREAK
           END-IF
           IF ACH-REPORTING
               MOVE SPACES TO RPT-LINE
               STRING "File " WS-ACH-FILE-NAME " records "
                      WS-ACH-POS " high seq " WS-ACH-FILE-HIGH
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ACH-CHECK-RECORD.
      * 驗一筆：第一筆要是種子；之後每一筆用前一筆的檢查值重
      * 算，對不上就是斷串 (改過、抽掉或插進來)。不管對不對都
      * 用這一筆記載的檢查值往下接，一個地方被動過只報一次
           ADD 1 TO WS-ACH-POS
           IF WS-ACH-REC-SEQ > WS-ACH-FILE-HIGH
               MOVE WS-ACH-REC-SEQ TO WS-ACH-FILE-HIGH
           END-IF
           IF WS-ACH-POS = 1
               IF ACH-REC-SEED
                   IF WS-ACH-FILE-NAME = "AUDITLOG"
                       MOVE WS-ACH-REC-SEQ TO WS-ACH-HIGH-WATER
                   END-IF
               ELSE
                   MOVE "FIRST RECORD IS NOT A SEED" TO WS-ACH-REASON
                   PERFORM ACH-NOTE-BREAK
                   PERFORM ACH-NOTE-DATA-RECORD
               END-IF
           ELSE
               IF ACH-REC-SEED
                   MOVE "SEED RECORD INSIDE THE FILE" TO WS-ACH-REASON
                   PERFORM ACH-NOTE-BREAK
               ELSE
                   MOVE WS-ACH-PREV-CHAIN TO WS-ACH-HASH
                   PERFORM ACH-HASH-RECORD
                   IF WS-ACH-HASH NOT = WS-ACH-REC-CHAIN
                       MOVE "CHECK VALUE DOES NOT CHAIN"
                           TO WS-ACH-REASON
                       PERFORM ACH-NOTE-BREAK
                   END-IF
                   PERFORM ACH-NOTE-DATA-RECORD
               END-IF
           END-IF
           MOVE WS-ACH-REC-CHAIN TO WS-ACH-PREV-CHAIN.

       ACH-NOTE-DATA-RECORD.
      * 同一個檔裡序號只會往上走，倒退或重複就是被調過順序；
      * 驗證作業再把序號倒進排序查空號跟重號
           ADD 1 TO WS-ACH-RECORDS
           IF WS-ACH-REC-SEQ NOT > WS-ACH-PREV-SEQ
               ADD 1 TO WS-ACH-ORDER-ERRS
               IF ACH-REPORTING
                   MOVE SPACES TO RPT-LINE
                   STRING "ORDER   " WS-ACH-FILE-NAME
                          " REC " WS-ACH-POS
                          " SEQ " WS-ACH-REC-SEQ
                          " AFTER SEQ " WS-ACH-PREV-SEQ
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           MOVE WS-ACH-REC-SEQ TO WS-ACH-PREV-SEQ
           IF ACH-REPORTING
               MOVE WS-ACH-REC-SEQ   TO SR-AC-SEQ
               MOVE WS-ACH-FILE-NAME TO SR-AC-FILE
               MOVE WS-ACH-POS       TO SR-AC-POS
               RELEASE SR-AC-RECORD
           END-IF.

       ACH-NOTE-BREAK.
      * 斷串一件，原因在 WS-ACH-REASON
           ADD 1 TO WS-ACH-BREAKS
           IF ACH-REPORTING
               MOVE SPACES TO RPT-LINE
               STRING "BREAK   " WS-ACH-FILE-NAME
                      " REC " WS-ACH-POS
                      " SEQ " WS-ACH-REC-SEQ
                      "  " WS-ACH-REASON
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ACH-NOTE-OPEN-FAIL.
      * 檔在卻讀不了 (開檔狀態由呼叫的地方放進 WS-ACH-STATUS)
      * 也算驗不過 - 沒驗到的檔不能當它沒事
           ADD 1 TO WS-ACH-OPEN-FAILS
           IF ACH-REPORTING
               MOVE SPACES TO RPT-LINE
               STRING "OPEN    " WS-ACH-FILE-NAME
                      " COULD NOT BE READ - STATUS "
                      WS-ACH-STATUS
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ACH-CHECK-SEQUENCE.
      * 所有檔的序號由小到大：應該從 1 一路連到活檔種子記錄
      * 的高水位以上，跳號是空號 (有記錄被抽掉)，同號兩筆是
      * 重號 (複製或歸檔後沒刪)
           MOVE 1 TO WS-ACH-EXPECT
           MOVE SPACES TO WS-ACH-PREV-FILE
           MOVE "N" TO WS-ACH-EOF-SWITCH
           PERFORM UNTIL ACH-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-ACH-EOF-SWITCH
               END-RETURN
               IF NOT ACH-EOF
                   IF SR-AC-SEQ < WS-ACH-EXPECT
                       ADD 1 TO WS-ACH-DUPS
                       MOVE SPACES TO RPT-LINE
                       STRING "DUP     SEQ " SR-AC-SEQ
                              " IN " WS-ACH-PREV-FILE
                              " AND " SR-AC-FILE
                              " REC " SR-AC-POS
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                       IF SR-AC-SEQ > WS-ACH-EXPECT
                           COMPUTE WS-ACH-GAP-TO = SR-AC-SEQ - 1
                           PERFORM ACH-NOTE-GAP
                       END-IF
                       COMPUTE WS-ACH-EXPECT = SR-AC-SEQ + 1
                   END-IF
                   MOVE SR-AC-FILE TO WS-ACH-PREV-FILE
               END-IF
           END-PERFORM
      * 檔尾被截掉的看高水位：清理時記下的最大序號以下都該在
           IF WS-ACH-HIGH-WATER >= WS-ACH-EXPECT
               MOVE WS-ACH-HIGH-WATER TO WS-ACH-GAP-TO
               PERFORM ACH-NOTE-GAP
           END-IF.

       ACH-NOTE-GAP.
      * 空號一段：WS-ACH-EXPECT 到 WS-ACH-GAP-TO
           ADD 1 TO WS-ACH-GAPS
           MOVE SPACES TO RPT-LINE
           STRING "GAP     SEQ " WS-ACH-EXPECT
                  " THRU " WS-ACH-GAP-TO " MISSING"
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ACH-PRINT-TOTALS.
      * 驗證報表尾：讀了幾個檔幾筆、各類問題件數跟結論
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Files read " WS-ACH-FILES
                  "  records " WS-ACH-RECORDS
                  "  high-water seq " WS-ACH-HIGH-WATER
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Breaks " WS-ACH-BREAKS
                  "  order " WS-ACH-ORDER-ERRS
                  "  gaps " WS-ACH-GAPS
                  "  duplicates " WS-ACH-DUPS
                  "  unreadable " WS-ACH-OPEN-FAILS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ACH-BREAKS > 0 OR WS-ACH-ORDER-ERRS > 0
              OR WS-ACH-GAPS > 0 OR WS-ACH-DUPS > 0
              OR WS-ACH-OPEN-FAILS > 0
               MOVE "*** AUDIT CHAIN NOT INTACT - SEE LINES ABOVE"
                   TO RPT-LINE
           ELSE
               MOVE "AUDIT CHAIN INTACT - NO BREAKS, GAPS OR REORDERING"
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       ACH-HASH-RECORD.
      * 檢查值滾算：WS-ACH-HASH 先放前一筆的檢查值，WS-ACH-REC
      * 放本筆；檢查值欄以外的 84 個字元逐一乘 31 加字元碼
           PERFORM VARYING WS-ACH-I FROM 1 BY 1 UNTIL WS-ACH-I > 84
               COMPUTE WS-ACH-WORK = WS-ACH-HASH * 31
                   + FUNCTION ORD(WS-ACH-REC-BODY(WS-ACH-I:1))
               DIVIDE WS-ACH-WORK BY WS-ACH-MODULUS
                   GIVING WS-ACH-QUOT REMAINDER WS-ACH-HASH
           END-PERFORM.

       ACH-RECHAIN-AL-RECORD.
      * AL-RECORD 接在活檔最後一筆後面重算檢查值
           MOVE AL-RECORD TO WS-ACH-REC
           MOVE WS-ACH-LAST TO WS-ACH-HASH
           PERFORM ACH-HASH-RECORD
           MOVE WS-ACH-HASH TO AL-CHAIN.

       ACH-NEW-SEED.
      * 新檔的起始值拿建檔當下的日時分秒換算
           MOVE FUNCTION CURRENT-DATE TO WS-ACH-NOW
           MOVE WS-ACH-NOW(7:10) TO WS-ACH-CLOCK
           DIVIDE WS-ACH-CLOCK BY WS-ACH-MODULUS
               GIVING WS-ACH-QUOT REMAINDER WS-ACH-SEED
           ADD 1 TO WS-ACH-SEED.

       ACH-BUILD-SEED-RECORD.
      * 種子記錄：項目欄放檔名，序號欄放目前的序號高水位，檢
      * 查值欄放 WS-ACH-SEED
           MOVE SPACES TO AL-RECORD
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
           MOVE 0                TO AL-GAME-ID
           MOVE 0                TO AL-PLAYER-ID
           MOVE 0                TO AL-ROUND
           MOVE 0                TO AL-DICE
           MOVE WS-ACH-FILE-NAME TO AL-CATEGORY
           MOVE 0                TO AL-RESULT
           MOVE "S"              TO AL-SOURCE
           MOVE WS-ACH-SEQ       TO AL-SEQ-NO
           MOVE WS-ACH-SEED      TO AL-CHAIN.

       ACH-WRITE-LOG-SEED.
      * AUDITLOG 第一筆寫種子，起始值由呼叫的地方先放好
           MOVE "AUDITLOG" TO WS-ACH-FILE-NAME
           PERFORM ACH-BUILD-SEED-RECORD
           WRITE AL-RECORD
           IF WS-AL-STATUS = "00"
               MOVE WS-ACH-SEED TO WS-ACH-LAST
           END-IF.

       ACH-OPEN-ARCHIVE.
      * 年度歸檔檔：已經有的先讀到底記下最後一筆的檢查值再
      * EXTEND；不存在 (35) 才 OUTPUT 建檔寫種子，其他錯誤不
      * 准 OUTPUT，免得把舊年度的歸檔清掉
           MOVE 0 TO WS-ACH-ARCH-LAST
           MOVE 0 TO WS-ACH-READ
           MOVE "N" TO WS-ACH-EOF-SWITCH
           OPEN INPUT AL-ARCHIVE-FILE
           IF WS-ALA-STATUS = "00"
               PERFORM UNTIL ACH-EOF
                   READ AL-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-ACH-EOF-SWITCH
                   END-READ
                   IF NOT ACH-EOF
                       ADD 1 TO WS-ACH-READ
                       MOVE AA-CHAIN TO WS-ACH-ARCH-LAST
                   END-IF
               END-PERFORM
               CLOSE AL-ARCHIVE-FILE
               OPEN EXTEND AL-ARCHIVE-FILE
               IF WS-ALA-STATUS = "00" AND WS-ACH-READ = 0
                   PERFORM ACH-WRITE-ARCHIVE-SEED
               END-IF
           ELSE
               IF WS-ALA-STATUS = "35"
                   OPEN OUTPUT AL-ARCHIVE-FILE
                   IF WS-ALA-STATUS = "00"
                       PERFORM ACH-WRITE-ARCHIVE-SEED
                   END-IF
               END-IF
           END-IF.

       ACH-WRITE-ARCHIVE-SEED.
      * AL-RECORD 上是正要歸檔的那一筆，先存起來，種子寫完再
      * 放回去
           MOVE AL-RECORD TO WS-ACH-HOLD
           MOVE WS-AL-ARCH-NAME TO WS-ACH-FILE-NAME
           PERFORM ACH-NEW-SEED
           PERFORM ACH-BUILD-SEED-RECORD
           MOVE AL-RECORD TO AA-RECORD
           WRITE AA-RECORD
           IF WS-ALA-STATUS = "00"
               MOVE WS-ACH-SEED TO WS-ACH-ARCH-LAST
           END-IF
           MOVE WS-ACH-HOLD TO AL-RECORD.

       NTF-SET-NIGHT.
      * 當晚的營業日：比賽常打過半夜，清晨 WS-NTF-CUTOFF 點以
      * 前出的成績跟差點還算前一晚，同一晚的通知才併得起來
           MOVE FUNCTION CURRENT-DATE TO WS-NTF-NOW
           MOVE WS-NTF-NOW(1:8) TO WS-NTF-NIGHT
           IF WS-NTF-NOW(9:2) < WS-NTF-CUTOFF
               COMPUTE WS-NTF-NIGHT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NTF-NIGHT) - 1)
           END-IF.

       OPEN-NOTIFY-QUEUE.
      * NOTIFYQ 第一次也不存在，跟其他索引檔一樣先建檔；開不
      * 起來只影響通知，成績跟錢帳照常，所以只給 RC 4
           MOVE "N" TO WS-NQ-OPEN-SWITCH
           OPEN I-O NOTIFY-QUEUE-FILE
           IF WS-NQ-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN I-O NOTIFY-QUEUE-FILE
           END-IF
           IF WS-NQ-STATUS = "00"
               MOVE "Y" TO WS-NQ-OPEN-SWITCH
           ELSE
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
               DISPLAY "NOTIFYQ notice queue could not be opened - "
                       "status " WS-NQ-STATUS
                       ", player notices not updated."
           END-IF.

       NTF-READ-QUEUE.
      * 讀 WS-NTF-PLAYER 在暫存檔的那一筆；沒有、或是前幾晚
      * 留下來的，就當成今晚第一次，整筆重設
           MOVE WS-NTF-PLAYER TO NQ-PLAYER-ID
           READ NOTIFY-QUEUE-FILE
           IF WS-NQ-STATUS = "00" AND NQ-NIGHT = WS-NTF-NIGHT
               MOVE "Y" TO WS-NTF-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-NTF-FOUND-SWITCH
               MOVE WS-NTF-PLAYER TO NQ-PLAYER-ID
               MOVE WS-NTF-NIGHT  TO NQ-NIGHT
               MOVE 0   TO NQ-GAME-ID
               MOVE 0   TO NQ-GAME-TOTAL
               MOVE 0   TO NQ-POSITION
               MOVE 0   TO NQ-FIELD
               MOVE 0   TO NQ-HCP-OLD
               MOVE 0   TO NQ-HCP-NEW
               MOVE "N" TO NQ-HCP-SWITCH
           END-IF.

       NTF-WRITE-QUEUE.
      * 暫存檔一位玩家只有一筆：有就 REWRITE，沒有才 WRITE；
      * 寫成功就記著收尾要重出通知檔
           REWRITE NQ-RECORD
           IF WS-NQ-STATUS NOT = "00"
               WRITE NQ-RECORD
           END-IF
           IF WS-NQ-STATUS = "00"
               MOVE "Y" TO WS-NTF-PENDING-SWITCH
           ELSE
               DISPLAY "NOTIFYQ write failed for player "
                       NQ-PLAYER-ID " - status " WS-NQ-STATUS
           END-IF.

       NTF-NOTE-GAME.
      * 完賽入錢帳之後：名次表已經照總分由高到低排好，一位
      * 一位記進暫存檔 - 總分、名次 (同分同名次) 跟同場人數。
      * 名次表沒收齊、錢帳沒入的場次不通知，跟錢帳口徑一致
           IF MONEY-GROUP-OK AND WS-MG-COUNT > 0
               PERFORM NTF-SET-NIGHT
               PERFORM OPEN-NOTIFY-QUEUE
               IF NOTIFYQ-OPEN
                   PERFORM VARYING WS-NTF-I FROM 1 BY 1
                           UNTIL WS-NTF-I > WS-MG-COUNT
                       IF WS-NTF-I = 1
                           MOVE 1 TO WS-NTF-POS
                       ELSE
                           IF WS-MG-TOTAL(WS-NTF-I)
                              NOT = WS-MG-TOTAL(WS-NTF-I - 1)
                               MOVE WS-NTF-I TO WS-NTF-POS
                           END-IF
                       END-IF
                       MOVE WS-MG-PLAYER-ID(WS-NTF-I)
                           TO WS-NTF-PLAYER
                       PERFORM NTF-READ-QUEUE
                       MOVE WS-GAME-ID             TO NQ-GAME-ID
                       MOVE WS-MG-TOTAL(WS-NTF-I)  TO NQ-GAME-TOTAL
                       MOVE WS-NTF-POS             TO NQ-POSITION
                       MOVE WS-MG-COUNT            TO NQ-FIELD
                       PERFORM NTF-WRITE-QUEUE
                   END-PERFORM
                   CLOSE NOTIFY-QUEUE-FILE
                   MOVE "N" TO WS-NQ-OPEN-SWITCH
               END-IF
           END-IF.

       NTF-NOTE-HANDICAP.
      * 差點重算完一位玩家：有變就記進他今晚那一筆。同一晚
      * 重算兩次，舊差點要留第一次之前的值；又算回原值就把
      * 旗標拿掉，免得通知一個其實沒變的差點
           MOVE PM-PLAYER-ID TO WS-NTF-PLAYER
           PERFORM NTF-READ-QUEUE
           IF NTF-FOUND OR WS-HCP-NEW NOT = WS-HCP-OLD
               IF NOT NQ-HCP-CHANGED
                   MOVE WS-HCP-OLD TO NQ-HCP-OLD
               END-IF
               MOVE WS-HCP-NEW TO NQ-HCP-NEW
               IF NQ-HCP-NEW = NQ-HCP-OLD
                   MOVE "N" TO NQ-HCP-SWITCH
               ELSE
                   MOVE "Y" TO NQ-HCP-SWITCH
               END-IF
               PERFORM NTF-WRITE-QUEUE
           END-IF.

       NTF-WRITE-FILE.
      * 重出通知檔：暫存檔裡今晚的每一筆出一筆明細，所以同一
      * 晚成績、入帳、差點分幾次進來，玩家還是只收到一則合
      * 併的通知。餘額出檔當下才從 MONEYLG 算，一定是最新的；
      * 不收通知或手機跟 email 都沒有的玩家不出明細，只計件
           MOVE "N" TO WS-NTF-PENDING-SWITCH
           MOVE 0 TO WS-NTF-SENT
           MOVE 0 TO WS-NTF-SUPPRESSED
           MOVE 0 TO WS-NTF-HASH
           PERFORM NTF-SET-NIGHT
           PERFORM OPEN-NOTIFY-QUEUE
           IF NOTIFYQ-OPEN
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS NOT = "00"
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
                   DISPLAY "PLAYERMS not available - status "
                           WS-PM-STATUS
                           ", notices held in NOTIFYQ."
               ELSE
                   OPEN OUTPUT NOTIFY-OUT-FILE
                   IF WS-NT-STATUS NOT = "00"
                       IF WS-STEP-RC < 4
                           MOVE 4 TO WS-STEP-RC
                       END-IF
                       DISPLAY "YACHTNTF notification file could "
                               "not be opened - status "
                               WS-NT-STATUS
                               ", notices held in NOTIFYQ."
                   ELSE
                       PERFORM NTF-WRITE-RECORDS
                       CLOSE NOTIFY-OUT-FILE
                       DISPLAY "Player notices written to YACHTNTF: "
                               WS-NTF-SENT " sent, "
                               WS-NTF-SUPPRESSED " suppressed."
                   END-IF
                   CLOSE PLAYER-MASTER-FILE
               END-IF
               CLOSE NOTIFY-QUEUE-FILE
               MOVE "N" TO WS-NQ-OPEN-SWITCH
           END-IF.

       NTF-WRITE-RECORDS.
      * 頭錄、今晚每位玩家的明細、尾錄；MONEYLG 開不起來 (還
      * 沒入過帳) 餘額就出 0
           MOVE "N" TO WS-NTF-ML-SWITCH
           OPEN INPUT MONEY-LEDGER-FILE
           IF WS-ML-STATUS = "00"
               MOVE "Y" TO WS-NTF-ML-SWITCH
           END-IF
           MOVE SPACES TO NT-RECORD
           STRING "H|"             DELIMITED BY SIZE
                  WS-NTF-NIGHT     DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-NTF-NOW(1:14) DELIMITED BY SIZE
             INTO NT-RECORD
           WRITE NT-RECORD

           MOVE "N" TO WS-NQ-EOF-SWITCH
           MOVE 0 TO NQ-PLAYER-ID
           START NOTIFY-QUEUE-FILE KEY >= NQ-PLAYER-ID
           IF WS-NQ-STATUS NOT = "00"
               MOVE "Y" TO WS-NQ-EOF-SWITCH
           END-IF
           PERFORM UNTIL NQ-EOF
               READ NOTIFY-QUEUE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-NQ-EOF-SWITCH
               END-READ
               IF NOT NQ-EOF AND NQ-NIGHT = WS-NTF-NIGHT
                   PERFORM NTF-WRITE-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO NT-RECORD
           STRING "T|"              DELIMITED BY SIZE
                  WS-NTF-SENT       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-NTF-SUPPRESSED DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-NTF-HASH       DELIMITED BY SIZE
             INTO NT-RECORD
           WRITE NT-RECORD
           IF NTF-ML-OPEN
               CLOSE MONEY-LEDGER-FILE
               MOVE "N" TO WS-NTF-ML-SWITCH
           END-IF.

       NTF-WRITE-DETAIL.
      * 一位玩家一筆明細：主檔找不到、不收通知或沒有聯絡方式
      * 的只計件。差點當晚沒變就新舊都出目前的差點，旗標 N
           MOVE NQ-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" OR PM-OPTED-OUT
              OR (PM-PHONE = SPACES AND PM-EMAIL = SPACES)
               ADD 1 TO WS-NTF-SUPPRESSED
           ELSE
               PERFORM NTF-PLAYER-BALANCE
               IF NQ-HCP-CHANGED
                   MOVE NQ-HCP-OLD TO WS-NTF-HCP-OLD
                   MOVE NQ-HCP-NEW TO WS-NTF-HCP-NEW
               ELSE
                   MOVE PM-HANDICAP TO WS-NTF-HCP-OLD
                   MOVE PM-HANDICAP TO WS-NTF-HCP-NEW
               END-IF
               ADD 1 TO WS-NTF-SENT
               ADD NQ-GAME-TOTAL TO WS-NTF-HASH
               MOVE SPACES TO NT-RECORD
               STRING "D|"           DELIMITED BY SIZE
                      NQ-PLAYER-ID   DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      PM-PLAYER-NAME DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      PM-PHONE       DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      PM-EMAIL       DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      NQ-GAME-ID     DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      NQ-GAME-TOTAL  DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      NQ-POSITION    DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      NQ-FIELD       DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      NQ-HCP-SWITCH  DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-NTF-HCP-OLD DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-NTF-HCP-NEW DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-NTF-BAL-ED  DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-NTF-DC      DELIMITED BY SIZE
                 INTO NT-RECORD
               WRITE NT-RECORD
           END-IF.

       NTF-PLAYER-BALANCE.
      * 錢帳餘額跟對帳單同一套算法：貸方加、借方扣，碰到季
      * 末結轉的期初餘額先歸零；出檔給正數加 C/D
           MOVE 0 TO WS-NTF-BAL
           IF NTF-ML-OPEN
               MOVE "N" TO WS-ML-EOF-SWITCH
               MOVE NQ-PLAYER-ID TO ML-PLAYER-ID
               MOVE 0 TO ML-GAME-ID
               MOVE SPACE TO ML-TYPE
               START MONEY-LEDGER-FILE KEY >= ML-KEY
               IF WS-ML-STATUS NOT = "00"
                   MOVE "Y" TO WS-ML-EOF-SWITCH
               END-IF
               PERFORM UNTIL ML-EOF
                   READ MONEY-LEDGER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-ML-EOF-SWITCH
                   END-READ
                   IF NOT ML-EOF AND ML-PLAYER-ID NOT = NQ-PLAYER-ID
                       MOVE "Y" TO WS-ML-EOF-SWITCH
                   END-IF
                   IF NOT ML-EOF
                       IF ML-OPENING-BALANCE
                           MOVE 0 TO WS-NTF-BAL
                       END-IF
                       IF ML-DC = "C"
                           ADD ML-AMOUNT TO WS-NTF-BAL
                       ELSE
                           SUBTRACT ML-AMOUNT FROM WS-NTF-BAL
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NTF-BAL < 0
               MOVE "D" TO WS-NTF-DC
           ELSE
               MOVE "C" TO WS-NTF-DC
           END-IF
           MOVE WS-NTF-BAL TO WS-NTF-BAL-ED.

       LEGACY-FILE-CONVERSION.
      * 舊版面轉檔 (主管限定)：稽核紀錄 (ALARyyyy 跟 AUDITLOG)
      * 從一筆 76 個字元轉成加了序號跟檢查值的 93 個字元，玩
      * 家主檔從 40 個字元轉成加了併檔編號跟聯絡資料的版面。
      * 序號照驗證走檔的順序給：歸檔檔年度由舊到新，最後是活
      * 檔，從 1 一路往上接；每個檔第一筆寫種子，種子的序號
      * 是轉到那個檔之前的高水位。已經是新版面的檔不動，只把
      * 檔上最大的序號接上。有一個稽核檔轉不成，後面的稽核檔
      * 就不轉 (序號會接不上)；有任何失敗都回 RC 8
           DISPLAY "Oldest ALARyyyy archive year to convert "
                   "(0 = last 10 years): "
           ACCEPT WS-ACH-FIRST-YEAR
           MOVE FUNCTION CURRENT-DATE TO WS-ACH-NOW
           MOVE WS-ACH-NOW(1:4) TO WS-ACH-LAST-YEAR
           IF WS-ACH-FIRST-YEAR = 0
              OR WS-ACH-FIRST-YEAR > WS-ACH-LAST-YEAR
               COMPUTE WS-ACH-FIRST-YEAR = WS-ACH-LAST-YEAR - 10
           END-IF
           DISPLAY "Convert ALAR" WS-ACH-FIRST-YEAR " through ALAR"
                   WS-ACH-LAST-YEAR ", AUDITLOG and PLAYERMS to "
                   "the current record layout (Y/N)? "
           ACCEPT WS-CNV-CONFIRM
           IF NOT CNV-CONFIRMED
               DISPLAY "Legacy file conversion cancelled."
           ELSE
               MOVE 0 TO WS-CNV-FILES
               MOVE 0 TO WS-CNV-SKIPPED
               MOVE 0 TO WS-CNV-FAILS
               MOVE 0 TO WS-CNV-RECORDS
               MOVE 0 TO WS-CNV-PLAYERS
               MOVE 0 TO WS-ACH-SEQ
               PERFORM VARYING WS-ACH-YEAR FROM WS-ACH-FIRST-YEAR BY 1
                       UNTIL WS-ACH-YEAR > WS-ACH-LAST-YEAR
                   MOVE SPACES TO WS-CNV-FILE-NAME
                   STRING "ALAR"      DELIMITED BY SIZE
                          WS-ACH-YEAR DELIMITED BY SIZE
                     INTO WS-CNV-FILE-NAME
                   MOVE SPACES TO WS-CNV-BACKUP-NAME
                   STRING "CNVA"      DELIMITED BY SIZE
                          WS-ACH-YEAR DELIMITED BY SIZE
                     INTO WS-CNV-BACKUP-NAME
                   PERFORM CNV-CONVERT-AUDIT-FILE
               END-PERFORM
               MOVE "AUDITLOG" TO WS-CNV-FILE-NAME
               MOVE "CNVAUDIT" TO WS-CNV-BACKUP-NAME
               PERFORM CNV-CONVERT-AUDIT-FILE
               PERFORM CNV-CONVERT-PLAYERS
               IF WS-CNV-FAILS > 0
                   MOVE 8 TO WS-STEP-RC
                   DISPLAY "LEGACY CONVERSION INCOMPLETE - "
                           WS-CNV-FAILS " files failed; the original "
                           "records are in the CNVxxxxx backups."
               ELSE
                   DISPLAY "Legacy conversion done - " WS-CNV-FILES
                           " files converted (" WS-CNV-RECORDS
                           " audit records, " WS-CNV-PLAYERS
                           " players), " WS-CNV-SKIPPED
                           " already current."
               END-IF
           END-IF.

       CNV-CONVERT-AUDIT-FILE.
      * 一個稽核紀錄檔：沒有 (35) 或是空檔跳過；第一筆是種子就
      * 是轉過了，讀一遍接上最大序號；舊版面先抄備份再整份重寫
           IF WS-CNV-FAILS = 0
               MOVE "N" TO WS-CNV-LEGACY-SWITCH
               MOVE "N" TO WS-CNV-EOF-SWITCH
               OPEN INPUT LEGACY-AUDIT-FILE
               IF WS-LA-STATUS = "00"
                   READ LEGACY-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-CNV-EOF-SWITCH
                   END-READ
                   IF NOT CNV-EOF AND LA-SOURCE NOT = "S"
                       MOVE "Y" TO WS-CNV-LEGACY-SWITCH
                   END-IF
                   CLOSE LEGACY-AUDIT-FILE
                   IF CNV-FILE-IS-LEGACY
                       MOVE "Y" TO WS-CNV-OK-SWITCH
                       PERFORM CNV-BACKUP-AUDIT-FILE
                       IF CNV-STEP-OK
                           PERFORM CNV-REWRITE-AUDIT-FILE
                       END-IF
                   ELSE
                       IF NOT CNV-EOF
                           PERFORM CNV-NOTE-CURRENT-AUDIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-LA-STATUS NOT = "35"
                       DISPLAY "ERROR: " WS-CNV-FILE-NAME
                               " could not be opened - status "
                               WS-LA-STATUS "."
                       ADD 1 TO WS-CNV-FAILS
                   END-IF
               END-IF
           END-IF.

       CNV-NOTE-CURRENT-AUDIT.
      * 已經是新版面的檔：借歸檔檔的 FD 讀到底，最大序號接成
      * 高水位，後面轉的檔從這裡往上給
           MOVE WS-CNV-FILE-NAME TO WS-AL-ARCH-NAME
           OPEN INPUT AL-ARCHIVE-FILE
           IF WS-ALA-STATUS NOT = "00"
               DISPLAY "ERROR: " WS-CNV-FILE-NAME
                       " could not be opened - status "
                       WS-ALA-STATUS "."
               ADD 1 TO WS-CNV-FAILS
           ELSE
               MOVE "N" TO WS-CNV-EOF-SWITCH
               PERFORM UNTIL CNV-EOF
                   READ AL-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-CNV-EOF-SWITCH
                   END-READ
                   IF NOT CNV-EOF AND AA-SEQ-NO > WS-ACH-SEQ
                       MOVE AA-SEQ-NO TO WS-ACH-SEQ
                   END-IF
               END-PERFORM
               CLOSE AL-ARCHIVE-FILE
               ADD 1 TO WS-CNV-SKIPPED
               DISPLAY WS-CNV-FILE-NAME " already in current layout"
                       " - sequence continues after " WS-ACH-SEQ "."
           END-IF.

       CNV-BACKUP-AUDIT-FILE.
      * 舊版面的檔整份照抄到備份檔，抄不完整就不准動原檔
           MOVE 0 TO WS-CNV-FILE-RECS
           OPEN INPUT LEGACY-AUDIT-FILE
           IF WS-LA-STATUS NOT = "00"
               DISPLAY "ERROR: " WS-CNV-FILE-NAME
                       " could not be opened - status "
                       WS-LA-STATUS "."
               MOVE "N" TO WS-CNV-OK-SWITCH
           ELSE
               OPEN OUTPUT CNV-AUDIT-BACKUP
               IF WS-CB-STATUS NOT = "00"
                   DISPLAY "ERROR: backup " WS-CNV-BACKUP-NAME
                           " could not be created - status "
                           WS-CB-STATUS "."
                   MOVE "N" TO WS-CNV-OK-SWITCH
               ELSE
                   MOVE "N" TO WS-CNV-EOF-SWITCH
                   PERFORM UNTIL CNV-EOF
                       READ LEGACY-AUDIT-FILE
                           AT END
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                       END-READ
                       IF NOT CNV-EOF
                           MOVE LA-RECORD TO CB-RECORD
                           WRITE CB-RECORD
                           IF WS-CB-STATUS = "00"
                               ADD 1 TO WS-CNV-FILE-RECS
                           ELSE
                               DISPLAY "ERROR: backup "
                                       WS-CNV-BACKUP-NAME
                                       " write failed - status "
                                       WS-CB-STATUS "."
                               MOVE "N" TO WS-CNV-OK-SWITCH
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNV-AUDIT-BACKUP
               END-IF
               CLOSE LEGACY-AUDIT-FILE
           END-IF
           IF NOT CNV-STEP-OK
               ADD 1 TO WS-CNV-FAILS
           END-IF.

       CNV-REWRITE-AUDIT-FILE.
      * 備份讀回來，原檔 OUTPUT 重建：先一筆種子，舊紀錄照檔
      * 內順序一筆一筆給序號、接著前一筆算檢查值。93 個字元的
      * 版面借歸檔檔的 FD (檔名放變數) 來寫，活檔也一樣
           MOVE WS-CNV-FILE-NAME TO WS-AL-ARCH-NAME
           MOVE WS-CNV-FILE-NAME TO WS-ACH-FILE-NAME
           MOVE 0 TO WS-CNV-FILE-RECS
           OPEN INPUT CNV-AUDIT-BACKUP
           IF WS-CB-STATUS NOT = "00"
               DISPLAY "ERROR: backup " WS-CNV-BACKUP-NAME
                       " could not be reopened - status "
                       WS-CB-STATUS ", " WS-CNV-FILE-NAME
                       " not converted."
               MOVE "N" TO WS-CNV-OK-SWITCH
           ELSE
               OPEN OUTPUT AL-ARCHIVE-FILE
               IF WS-ALA-STATUS NOT = "00"
                   DISPLAY "ERROR: " WS-CNV-FILE-NAME
                           " could not be rewritten - status "
                           WS-ALA-STATUS "."
                   MOVE "N" TO WS-CNV-OK-SWITCH
               ELSE
                   PERFORM ACH-NEW-SEED
                   PERFORM ACH-BUILD-SEED-RECORD
                   MOVE AL-RECORD TO AA-RECORD
                   WRITE AA-RECORD
                   MOVE WS-ACH-SEED TO WS-CNV-PREV-CHAIN
                   MOVE "N" TO WS-CNV-EOF-SWITCH
                   IF WS-ALA-STATUS NOT = "00"
                       MOVE "Y" TO WS-CNV-EOF-SWITCH
                   END-IF
                   PERFORM UNTIL CNV-EOF
                       READ CNV-AUDIT-BACKUP
                           AT END
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                       END-READ
                       IF NOT CNV-EOF
                           PERFORM CNV-WRITE-CHAINED-AUDIT
                       END-IF
                   END-PERFORM
                   IF WS-ALA-STATUS NOT = "00"
                       DISPLAY "ERROR: " WS-CNV-FILE-NAME
                               " write failed - status "
                               WS-ALA-STATUS "; restore it from "
                               WS-CNV-BACKUP-NAME "."
                       MOVE "N" TO WS-CNV-OK-SWITCH
                   END-IF
                   CLOSE AL-ARCHIVE-FILE
               END-IF
               CLOSE CNV-AUDIT-BACKUP
           END-IF
           IF CNV-STEP-OK
               ADD 1 TO WS-CNV-FILES
               ADD WS-CNV-FILE-RECS TO WS-CNV-RECORDS
               DISPLAY WS-CNV-FILE-NAME " converted - "
                       WS-CNV-FILE-RECS " records, sequence now "
                       WS-ACH-SEQ "."
           ELSE
               ADD 1 TO WS-CNV-FAILS
           END-IF.

       CNV-WRITE-CHAINED-AUDIT.
      * 一筆舊紀錄：補上下一個序號，接著前一筆的檢查值重算；
      * 寫失敗就停在這一筆
           MOVE CB-RECORD TO WS-ACH-REC
           ADD 1 TO WS-ACH-SEQ
           MOVE WS-ACH-SEQ TO WS-ACH-REC-SEQ
           MOVE WS-CNV-PREV-CHAIN TO WS-ACH-HASH
           PERFORM ACH-HASH-RECORD
           MOVE WS-ACH-HASH TO WS-ACH-REC-CHAIN
           MOVE WS-ACH-REC TO AA-RECORD
           WRITE AA-RECORD
           IF WS-ALA-STATUS = "00"
               MOVE WS-ACH-HASH TO WS-CNV-PREV-CHAIN
               ADD 1 TO WS-CNV-FILE-RECS
           ELSE
               MOVE "Y" TO WS-CNV-EOF-SWITCH
           END-IF.

       CNV-CONVERT-PLAYERS.
      * 玩家主檔：照新版面開得起來 (00) 就是轉過了，沒有 (35)
      * 不用轉；其他狀態 (版面不合) 改照舊版面開，先抄備份
      * CNVPLAYR，主檔再 OUTPUT 重建
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS = "00"
               CLOSE PLAYER-MASTER-FILE
               ADD 1 TO WS-CNV-SKIPPED
               DISPLAY "PLAYERMS already in current layout."
           ELSE
               IF WS-PM-STATUS NOT = "35"
                   MOVE "Y" TO WS-CNV-OK-SWITCH
                   PERFORM CNV-BACKUP-PLAYERS
                   IF CNV-STEP-OK
                       PERFORM CNV-REWRITE-PLAYERS
                   END-IF
                   IF CNV-STEP-OK
                       ADD 1 TO WS-CNV-FILES
                       DISPLAY "PLAYERMS converted - " WS-CNV-PLAYERS
                               " players."
                   ELSE
                       ADD 1 TO WS-CNV-FAILS
                   END-IF
               END-IF
           END-IF.

       CNV-BACKUP-PLAYERS.
      * 舊版面的主檔照鍵的順序整份抄到 CNVPLAYR
           OPEN INPUT LEGACY-PLAYER-FILE
           IF WS-LP-STATUS NOT = "00"
               DISPLAY "ERROR: PLAYERMS could not be opened in "
                       "either layout - status " WS-PM-STATUS "/"
                       WS-LP-STATUS "."
               MOVE "N" TO WS-CNV-OK-SWITCH
           ELSE
               OPEN OUTPUT CNV-PLAYER-BACKUP
               IF WS-CV-STATUS NOT = "00"
                   DISPLAY "ERROR: backup CNVPLAYR could not be "
                           "created - status " WS-CV-STATUS "."
                   MOVE "N" TO WS-CNV-OK-SWITCH
               ELSE
                   MOVE "N" TO WS-CNV-EOF-SWITCH
                   PERFORM UNTIL CNV-EOF
                       READ LEGACY-PLAYER-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                       END-READ
                       IF NOT CNV-EOF
                           MOVE LP-RECORD TO CV-RECORD
                           WRITE CV-RECORD
                           IF WS-CV-STATUS NOT = "00"
                               DISPLAY "ERROR: backup CNVPLAYR write "
                                       "failed - status "
                                       WS-CV-STATUS "."
                               MOVE "N" TO WS-CNV-OK-SWITCH
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNV-PLAYER-BACKUP
               END-IF
               CLOSE LEGACY-PLAYER-FILE
           END-IF.

       CNV-REWRITE-PLAYERS.
      * 主檔 OUTPUT 重建，每位玩家照舊欄位搬過來，補上併檔編
      * 號 0、手機跟 email 空白、不收通知 N
           MOVE 0 TO WS-CNV-PLAYERS
           OPEN INPUT CNV-PLAYER-BACKUP
           IF WS-CV-STATUS NOT = "00"
               DISPLAY "ERROR: backup CNVPLAYR could not be "
                       "reopened - status " WS-CV-STATUS
                       ", PLAYERMS not converted."
               MOVE "N" TO WS-CNV-OK-SWITCH
           ELSE
               OPEN OUTPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS NOT = "00"
                   DISPLAY "ERROR: PLAYERMS could not be rewritten - "
                           "status " WS-PM-STATUS "."
                   MOVE "N" TO WS-CNV-OK-SWITCH
               ELSE
                   MOVE "N" TO WS-CNV-EOF-SWITCH
                   PERFORM UNTIL CNV-EOF
                       READ CNV-PLAYER-BACKUP
                           AT END
                               MOVE "Y" TO WS-CNV-EOF-SWITCH
                       END-READ
                       IF NOT CNV-EOF
                           PERFORM CNV-WRITE-PLAYER
                       END-IF
                   END-PERFORM
                   CLOSE PLAYER-MASTER-FILE
               END-IF
               CLOSE CNV-PLAYER-BACKUP
           END-IF.

       CNV-WRITE-PLAYER.
      * 一位玩家搬到新版面；寫失敗就停，原始資料在 CNVPLAYR
           MOVE SPACES            TO PM-RECORD
           MOVE CV-PLAYER-ID      TO PM-PLAYER-ID
           MOVE CV-PLAYER-NAME    TO PM-PLAYER-NAME
           MOVE CV-RUNNING-TOTAL  TO PM-RUNNING-TOTAL
           MOVE CV-STATUS         TO PM-STATUS
           MOVE CV-JOIN-DATE      TO PM-JOIN-DATE
           MOVE CV-HANDICAP       TO PM-HANDICAP
           MOVE CV-HCP-FROZEN     TO PM-HCP-FROZEN
           MOVE 0                 TO PM-MERGED-INTO
           MOVE SPACES            TO PM-PHONE
           MOVE SPACES            TO PM-EMAIL
           MOVE "N"               TO PM-NOTIFY-OPT-OUT
           WRITE PM-RECORD
           IF WS-PM-STATUS = "00"
               ADD 1 TO WS-CNV-PLAYERS
           ELSE
               DISPLAY "ERROR: PLAYERMS write failed - status "
                       WS-PM-STATUS " player " CV-PLAYER-ID
                       "; restore it from CNVPLAYR."
               MOVE "N" TO WS-CNV-OK-SWITCH
               MOVE "Y" TO WS-CNV-EOF-SWITCH
           END-IF.

      *compile 檔案 cobc -x yacht.cbl
      *執行./yacht
