      *                  取引を再反映せず、未コミットの後像を
      *                  マスタへ先に適用してから続きを処理する
      *                  (本番のマスタ更新バッチと同じ再開規律)。
      *                  ジャーナルの行には取引種別と反映日も残し、
      *                  入金の領収書発行(RCPTISS)が読む。
      *                  名寄せ(CUSTMRG)で閉じた顧客番号宛ての取引
      *                  は統合先対照表CUSTXREF.TXTをたどって統合先
      *                  へ振り向け、ジャーナルには統合先の番号で
      *                  残す。
      *                  反映した顧客の最終取引日を最終取引日
      *                  ファイルCUSTACTV.TXTへ残す(休眠口座判定
      *                  DORMCHKが読む)。休眠口座フラグファイル
      *                  DORMFLAG.TXTでDORMANTの顧客宛ての取引は
      *                  反映せず保留ファイルDORMHOLD.DATへ回し、
      *                  休眠が解かれた後の実行で反映する。
      *                  正常終了時に反映前後の管理合計と入金・
      *                  出金の件数・金額を実行記録TXNRUN.DATへ
      *                  残し、日計表(POSTPRF)がジャーナルと顧客
      *                  ファイルに突き合わせて検証する。
      *                  撥ねた取引(金額が変換できない・種別の誤り・
      *                  顧客番号が無い)は仮受ファイルSUSPENSE.DAT
      *                  へ理由と届いた日を付けて残す。SUSPMNTで
      *                  訂正済み(CORRECTED)になった行は次の実行で
      *                  読み直して反映する。
      *                  取消(種別R)は元の取引番号を名指しし、元の
      *                  取引がジャーナルにあること・取消済みでない
      *                  こと・同じ顧客宛てであることを確かめて、
      *                  元の増減をちょうど打ち消す。取消の行には
      *                  元の取引番号を残して2行を結ぶ。取消の取消
      *                  は撥ねる。
      *                  取引ごとに受付日時と締め時刻から起算日を
      *                  決める(受付日が営業日で締め時刻より前なら
      *                  その日、そうでなければBIZDAYの翌営業日)。
      *                  起算日が反映日より先の取引は起算日待ち
      *                  ファイルPENDING.DATへ預け、起算日が来た
      *                  実行で自動的に反映する。
      *                  会計期間管理ファイルPERIOD.DAT(PERCLOSEが
      *                  締める)で締めた月に起算日が入る取引は
      *                  反映せず、理由PERIOD-CLOSEDで仮受へ回す。
      *                  締めた月が作業表(600件)に収まらないときは
      *                  締めた月へ反映してしまわないよう、何も反映
      *                  せずにRC=12で止める。
      *                  顧客ファイルは読込順の番号を主キー、顧客
      *                  番号を副キーとする索引編成の作業ファイル
      *                  TXNCUST.TMPへ載せ替えて顧客番号で直接引き、
      *                  反映後に読込順のまま書き戻す。未コミットの
      *                  ジャーナル行・統合先対照表・最終取引日・
      *                  反映済み取引(取消の元取引の確かめ)も同じく
      *                  索引編成の作業ファイルで引き、保留・仮受・
      *                  起算日待ちも作業ファイルへ溜めてから書き
      *                  直すので、顧客数・件数の上限は無い。
      *                  作業ファイルへ書けなかったときはマスタも
      *                  保留・仮受・起算日待ちも書き直さずに
      *                  RC=12で止める(コミット行を書かないので、
      *                  再実行がジャーナルから続きを引き継ぐ)。
      *  --------------------------------------------------------------
      *   取引レコード(TXNIN.DAT):
      *     TXN-ID      X(08)  取引番号(ジャーナル再開キー)
      *     TXN-CUST    9(06)  顧客番号(CUST-SEQ-NO)
      *     TXN-TYPE    X(01)  "D"=入金 "W"=出金 "R"=取消
      *     TXN-AMOUNT  X(36)  金額(半角数字または全角数字。
      *                        取消では見ない)
      *     TXN-ORIG-ID X(08)  取り消す元の取引番号(取消のとき)
      *     TXN-RECEIVED X(14) 受付日時YYYYMMDDHHMMSS。空白(古い
      *                        様式)なら反映日の0時に受け付けた
      *                        ものとみなす
      *   店から届いたTXNIN.DATの管理行(先頭が"*HEADER*"・
      *   "*TRAILER*"の行。INTAKEが検査する)は読み飛ばす。
      *   実行プロファイルRUNPROF.TXTがあれば次のキーを読む:
      *     POST-CUTOFF  締め時刻HHMM(既定1500。この時刻以降の
      *                  受付は翌営業日起算)
      *     RUNDATE      反映日YYYYMMDD(既定は当日)
      *   プロファイルに誤りがあれば反映せずに終わる(戻り値1)。
      *   正常終了時にジャーナルへ*COMMIT*行を書く。*COMMIT*より
      *   後に残った行が「反映済みだがマスタ未書き戻し」の取引で、
      *   再実行時はその後像をマスタへ適用する。
      *   保留ファイルの取引は、TXNIN.DATの取引より先に読み直して
      *   反映を試みる(まだ休眠なら保留のまま残る)。
      *   仮受の訂正済み行も同じく先に読み直す。また撥ねれば届いた
      *   日はそのままで未訂正(OPEN)に戻る。
      *   起算日待ちの取引も先に読み、起算日が反映日以前になった
      *   ものを反映する(起算日はジャーナルのJRN-VALUE-DATEに
      *   残る)。
      *   正常終了時(*COMMIT*行を書いた後)に、読んだTXNIN.DATを
      *   "USED-"+日付-時刻+"-TXNIN.DAT"へ写してから消す(次の
      *   INTAKEが前の実行の残りを届いたファイルと取り違えない
      *   ため)。写しか消去に失敗したときは知らせるだけで、
      *   戻り値は変えない(残ったファイルは次のINTAKEが撥ねる)。
      *   TXNIN.DATが無い日は取引0件として扱い、保留・仮受・起算日
      *   待ちの読み直しと書き直し、実行記録・*COMMIT*行まで通常
      *   どおり行う。TXNIN.DATが無く、読み直した取引も再開で適用
      *   した行も1件も無かったときだけ戻り値1で終わる。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
           SELECT USED-FILE ASSIGN TO DYNAMIC WK-USED-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-USED-FS.
           COPY TXNJSL.
           COPY CXRSL.
           COPY ACTVSL.
           COPY DRMFSL.
           COPY DHLDSL.
           COPY TRUNSL.
           COPY SUSPSL.
           COPY PENDSL.
           COPY PRDSL.
           COPY PROFSL.
           SELECT CUST-WORK           ASSIGN TO "TXNCUST.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS CW-POS
                                        ALTERNATE RECORD KEY IS
                                            CW-CUST
                                            WITH DUPLICATES
                                        FILE STATUS IS WK-CWORK-FS.
           SELECT JRN-WORK            ASSIGN TO "TXNJRN.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS JW-POS
                                        ALTERNATE RECORD KEY IS
                                            JW-TXN-ID
                                            WITH DUPLICATES
                                        FILE STATUS IS WK-JWORK-FS.
           SELECT XREF-WORK           ASSIGN TO "TXNXREF.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS XW-OLD
                                        FILE STATUS IS WK-XWORK-FS.
           SELECT ACTV-WORK           ASSIGN TO "TXNACTV.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS AW-POS
                                        ALTERNATE RECORD KEY IS
                                            AW-CUST
                                            WITH DUPLICATES
                                        FILE STATUS IS WK-AWORK-FS.
           SELECT POST-WORK           ASSIGN TO "TXNPOST.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM
                                        RECORD KEY IS PW-TXN-ID
                                        FILE STATUS IS WK-PWORK-FS.
           SELECT HOLD-WORK           ASSIGN TO "TXNHOLD.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS HW-POS
                                        FILE STATUS IS WK-HWORK-FS.
           SELECT SUSP-WORK           ASSIGN TO "TXNSUSP.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS SW-POS
                                        ALTERNATE RECORD KEY IS
                                            SW-TXN-ID
                                            WITH DUPLICATES
                                        FILE STATUS IS WK-SWORK-FS.
           SELECT PEND-WORK           ASSIGN TO "TXNPEND.TMP"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS VW-POS
                                        FILE STATUS IS WK-VWORK-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  TXN-TYPE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  TXN-AMOUNT             PIC X(36).
           05  FILLER                 PIC X(02).
           05  TXN-ORIG-ID            PIC X(08).
           05  FILLER                 PIC X(02).
           05  TXN-RECEIVED           PIC X(14).
       FD  USED-FILE
           LABEL RECORDS ARE STANDARD.
       01  USED-REC               PIC X(200).
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY TXNJFD.
       COPY CXRFD.
       COPY ACTVFD.
       COPY DRMFFD.
       COPY DHLDFD.
       COPY TRUNFD.
       COPY SUSPFD.
       COPY PENDFD.
       COPY PRDFD.
       COPY PROFFD.
      *
      *    顧客マスタの作業ファイル。CW-POSは読込順、CW-DORM-SWは
      *    休眠口座(DORMANT)の印。
       FD  CUST-WORK
           LABEL RECORDS ARE STANDARD.
       01  CUST-WORK-REC.
           05  CW-POS                 PIC 9(08).
           05  CW-DORM-SW             PIC X(01).
           05  CW-CUST-REC.
               10  CW-CUST            PIC X(06).
               10  FILLER             PIC X(98).
      *
      *    最後のコミット以降のジャーナル行(JW-POSは読んだ順)。
       FD  JRN-WORK
           LABEL RECORDS ARE STANDARD.
       01  JRN-WORK-REC.
           05  JW-POS                 PIC 9(08).
           05  JW-TXN-ID              PIC X(08).
           05  JW-CUST                PIC 9(06).
           05  JW-AFTER               PIC S9(09)V9(02).
      *
      *    統合先対照表(名寄せで閉じた番号→統合先)。
       FD  XREF-WORK
           LABEL RECORDS ARE STANDARD.
       01  XREF-WORK-REC.
           05  XW-OLD                 PIC 9(06).
           05  XW-NEW                 PIC 9(06).
      *
      *    最終取引日(AW-POSはファイルの並び、AW-RECはACTVFDと同じ)。
       FD  ACTV-WORK
           LABEL RECORDS ARE STANDARD.
       01  ACTV-WORK-REC.
           05  AW-POS                 PIC 9(08).
           05  AW-REC.
               10  AW-CUST            PIC 9(06).
               10  FILLER             PIC X(02).
               10  AW-DATE            PIC 9(08).
      *
      *    反映済み取引(ジャーナル全体と今回の反映分)。取消の元取引
      *    を確かめるのに使う。PW-AMOUNTは残高の増減、PW-REV-SWは
      *    取消済みの印。
       FD  POST-WORK
           LABEL RECORDS ARE STANDARD.
       01  POST-WORK-REC.
           05  PW-TXN-ID              PIC X(08).
           05  PW-CUST                PIC 9(06).
           05  PW-TYPE                PIC X(01).
           05  PW-AMOUNT              PIC S9(09)V9(02).
           05  PW-REV-SW              PIC X(01).
      *
      *    書き直す保留(HW-RECはDHLDFDと同じ。HW-POSは書く順)。
       FD  HOLD-WORK
           LABEL RECORDS ARE STANDARD.
       01  HOLD-WORK-REC.
           05  HW-POS                 PIC 9(08).
           05  HW-REC                 PIC X(103).
      *
      *    書き直す仮受(SW-RECはSUSPFDと同じ。SW-POSは書く順)。
       FD  SUSP-WORK
           LABEL RECORDS ARE STANDARD.
       01  SUSP-WORK-REC.
           05  SW-POS                 PIC 9(08).
           05  SW-REC.
               10  SW-TXN-ID          PIC X(08).
               10  FILLER             PIC X(134).
      *
      *    書き直す起算日待ち(VW-RECはPENDFDと同じ。VW-POSは書く順)。
       FD  PEND-WORK
           LABEL RECORDS ARE STANDARD.
       01  PEND-WORK-REC.
           05  VW-POS                 PIC 9(08).
           05  VW-REC                 PIC X(103).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
           88  WK-TXN-FOUND                VALUE "00".
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-USED-NAME       PIC X(40).
       01  WK-USED-FS         PIC XX.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-JRNL-EOF-SW     PIC X       VALUE "N".
           88  WK-JRNL-EOF                VALUE "Y".
       01  WK-CWORK-FS        PIC XX.
           88  WK-CWORK-OK                VALUE "00" "02".
       01  WK-JWORK-FS        PIC XX.
           88  WK-JWORK-OK                VALUE "00" "02".
       01  WK-XWORK-FS        PIC XX.
           88  WK-XWORK-OK                VALUE "00" "02".
       01  WK-AWORK-FS        PIC XX.
           88  WK-AWORK-OK                VALUE "00" "02".
       01  WK-PWORK-FS        PIC XX.
           88  WK-PWORK-OK                VALUE "00" "02".
       01  WK-HWORK-FS        PIC XX.
           88  WK-HWORK-OK                VALUE "00" "02".
       01  WK-SWORK-FS        PIC XX.
           88  WK-SWORK-OK                VALUE "00" "02".
       01  WK-VWORK-FS        PIC XX.
           88  WK-VWORK-OK                VALUE "00" "02".
       01  WK-WORK-EOF-SW     PIC X       VALUE "N".
           88  WK-WORK-EOF                VALUE "Y".
       01  WK-WORK-ERR-SW     PIC X       VALUE "N".
           88  WK-WORK-ERR                VALUE "Y".
      *
      *    顧客マスタは作業ファイルへ全件載せ替え、反映後に読込順で
      *    書き戻す。件数は読込順の番号を兼ねる。
       01  WK-CUST-COUNT      PIC 9(08)  COMP  VALUE ZERO.
      *
      *    管理トレーラの検証(TDGENが書く件数+残高ハッシュ合計)。
       COPY CUSTTRL.
       01  WK-CTRL-EXP-COUNT  PIC 9(07)  VALUE ZERO.
       01  WK-CTRL-EXP-HASH   PIC S9(09)V9(02)  VALUE ZERO.
       01  WK-HASH-TOTAL      PIC S9(09)V9(02)  VALUE ZERO.
       01  WK-CUST-HIT        PIC 9(08)  COMP.
       01  WK-CUST-SEQ-W      PIC 9(06).
       01  WK-CUST-BAL-W      PIC S9(09)V9(02).
      *
      *    ジャーナル済み取引の作業ファイルの件数。*COMMIT*行を
      *    読むたびに作業ファイルを空へ戻すことで、最後のコミット
      *    以降の未反映分だけが残る。
       01  WK-JRN-COUNT       PIC 9(08)  COMP  VALUE ZERO.
       01  WK-JRN-HIT-SW      PIC X      VALUE "N".
           88  WK-JRN-HIT                 VALUE "Y".
      *
      *    反映済み取引の引き当て。WK-PT-AMOUNT-Wは元取引の増減。
       01  WK-PT-HIT-SW       PIC X      VALUE "N".
           88  WK-PT-FOUND                VALUE "Y".
       01  WK-PT-AMOUNT-W     PIC S9(09)V9(02).
       01  WK-PT-KEY          PIC X(08).
      *
      *    統合先対照表のたどり。
       01  WK-XR-HIT          PIC 9(01)  COMP.
       01  WK-XR-HOPS         PIC 9(02)  COMP.
       01  WK-XR-EOF-SW       PIC X      VALUE "N".
           88  WK-XR-EOF                  VALUE "Y".
      *
      *    最終取引日の作業ファイルの件数(並びの番号を兼ねる)。
       01  WK-LA-COUNT        PIC 9(08)  COMP  VALUE ZERO.
      *
      *    休眠口座(DORMANT)か。顧客の作業レコードの印で見る。
       01  WK-DM-HIT-SW       PIC X      VALUE "N".
           88  WK-DM-HIT                  VALUE "Y".
      *
      *    保留・仮受・起算日待ちは、前回までの行をファイルから
      *    直に読み直して反映を試み、残る行と今回の行を作業ファイル
      *    へ溜めて最後に書き直す。件数は作業ファイルの書く順を兼ねる。
       01  WK-HW-COUNT        PIC 9(08)  COMP  VALUE ZERO.
       01  WK-SW-COUNT        PIC 9(08)  COMP  VALUE ZERO.
       01  WK-VW-COUNT        PIC 9(08)  COMP  VALUE ZERO.
       01  WK-HOLD-DATE       PIC X(08).
       01  WK-HOLD-EOF-SW     PIC X      VALUE "N".
           88  WK-HOLD-EOF                VALUE "Y".
       01  WK-POSTED-BEFORE   PIC 9(05).
       01  WK-SUSP-REASON     PIC X(14).
       01  WK-SUSP-HIT-SW     PIC X      VALUE "N".
           88  WK-SUSP-HIT                VALUE "Y".
      *
      *    起算日の決定。締め時刻はHHMM。同じ受付日が続くので、
      *    直前の受付日の暦(営業日か・翌営業日)を覚えておく。
       01  WK-CUTOFF          PIC 9(04)  VALUE 1500.
       01  WK-RCV-DATE        PIC 9(08).
       01  WK-RCV-HHMM        PIC 9(04).
       01  WK-VALUE-DATE      PIC 9(08).
       01  WK-VD-LAST-DATE    PIC 9(08)  VALUE ZERO.
       01  WK-VD-LAST-BIZ     PIC X(01).
       01  WK-VD-LAST-NEXT    PIC 9(08).
      *
      *    締めた会計期間(YYYYMM)。
       01  WK-PC-TAB.
           05  WK-PC-PERIOD  OCCURS 600 TIMES INDEXED BY IDX-PC
                              PIC X(06).
       01  WK-PC-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-PC-FULL-SW      PIC X      VALUE "N".
           88  WK-PC-FULL                 VALUE "Y".
       01  WK-PC-HIT-SW       PIC X      VALUE "N".
           88  WK-PC-HIT                  VALUE "Y".
      *
      *    BIZDAY(営業日計算)の受け渡し領域。
       01  BZ-PARM.
           05  BZ-FUNCTION              PIC X(01).
           05  BZ-DATE                  PIC 9(08).
           05  BZ-DAYS                  PIC 9(03).
           05  BZ-RESULT                PIC X(01).
           05  BZ-STATUS                PIC X(02).
      *
      *    ZENNUM(全角数字変換)の受け渡し領域。
       01  ZN-PARM.
           05  ZN-INPUT                 PIC X(36).
       01  WK-SKIPPED-CT      PIC 9(05)  VALUE ZERO.
       01  WK-REJECT-CT       PIC 9(05)  VALUE ZERO.
       01  WK-REPLAY-CT       PIC 9(05)  VALUE ZERO.
       01  WK-REDIRECT-CT     PIC 9(05)  VALUE ZERO.
       01  WK-HELD-CT         PIC 9(05)  VALUE ZERO.
       01  WK-SUSP-CT         PIC 9(05)  VALUE ZERO.
       01  WK-REPOST-CT       PIC 9(05)  VALUE ZERO.
       01  WK-REV-CT          PIC 9(05)  VALUE ZERO.
       01  WK-REV-NET         PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-PEND-CT         PIC 9(05)  VALUE ZERO.
       01  WK-PREL-CT         PIC 9(05)  VALUE ZERO.
      *
      *    日計表のための実行記録の集計。
       01  WK-OPEN-COUNT      PIC 9(07)  VALUE ZERO.
       01  WK-OPEN-HASH       PIC S9(09)V9(02)  VALUE ZERO.
       01  WK-DEP-CT          PIC 9(05)  VALUE ZERO.
       01  WK-DEP-AMOUNT      PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-WDR-CT          PIC 9(05)  VALUE ZERO.
       01  WK-WDR-AMOUNT      PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-REPLAY-NET      PIC S9(11)V9(02)  VALUE ZERO.
       01  WK-SYS-TIME        PIC X(08).
       01  WK-RELEASED-CT     PIC 9(05)  VALUE ZERO.
       01  WK-REFEED-CT       PIC 9(05)  VALUE ZERO.
       01  WK-NO-TXN-SW       PIC X      VALUE "N".
           88  WK-NO-TXN                  VALUE "Y".
       01  WK-SYS-DATE        PIC 9(08).
       COPY PROFWS.
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "TXNPOST START".
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
      *    実行プロファイルの締め時刻・反映日。誤りがあれば
      *    締め時刻を取り違えたまま反映しないよう始動しない。
            PERFORM 9750-LOAD-RUN-PROFILE.
            IF PROF-LOADED AND PROF-ERROR-CT > ZERO
                DISPLAY "TXNPOST NOT STARTED - RUN PROFILE INVALID"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            IF PROF-LOADED
                IF PROF-POST-CUTOFF IS NUMERIC
                    MOVE PROF-POST-CUTOFF  TO WK-CUTOFF
                END-IF
                IF PROF-RUNDATE IS NUMERIC
                    MOVE PROF-RUNDATE TO WK-SYS-DATE
                END-IF
            END-IF.
            DISPLAY "POSTING DATE " WK-SYS-DATE " CUTOFF " WK-CUTOFF.
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT CUST-WORK.
            IF NOT WK-CWORK-OK
                DISPLAY "TXNCUST.TMP CANNOT BE CREATED (FILE STATUS "
                        WK-CWORK-FS ")"
                CLOSE TDATA-FILE
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-020-LOAD-MASTER UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            CLOSE CUST-WORK.
            OPEN I-O CUST-WORK.
      *    管理トレーラの検証。件数またはハッシュ合計が合わない
      *    ファイルは処理せずに撥ねる(消費側の送達確認)。
            IF WK-CTRL-SEEN
                    DISPLAY "  ACTUAL   COUNT=" WK-CUST-COUNT
                            " HASH=" WK-HASH-TOTAL
                    DISPLAY "  REASON=FILESTAT"
                    CLOSE CUST-WORK
                    MOVE 12           TO RETURN-CODE
                    GOBACK
                END-IF
            ELSE
                DISPLAY "WARNING: NO *CONTROL* TRAILER ON MASTER"
            END-IF.
            MOVE WK-CUST-COUNT        TO WK-OPEN-COUNT.
            MOVE WK-HASH-TOTAL        TO WK-OPEN-HASH.
      *    前回abendの未コミット分をジャーナルから拾い、後像を
      *    マスタへ適用してから今回の取引を処理する。
            PERFORM P-030-LOAD-JOURNAL.
      *    作業ファイルへ書けなかった行があれば、書き戻しで顧客を
      *    落としたり再開の判定を誤ったりしないよう反映しない。
            IF WK-WORK-ERR
                DISPLAY "WORK FILE WRITE FAILED - NOTHING POSTED"
                CLOSE CUST-WORK JRN-WORK POST-WORK
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-033-REPLAY.
            IF WK-REPLAY-CT > ZERO
                DISPLAY "RESTART: " WK-REPLAY-CT
                        " JOURNALED UPDATE(S) RE-APPLIED TO MASTER"
            END-IF.
            PERFORM P-036-LOAD-XREF.
            OPEN INPUT TXN-FILE.
            IF NOT WK-TXN-FOUND
                DISPLAY "TXNIN.DAT NOT FOUND - NO NEW TRANSACTIONS"
                SET WK-NO-TXN         TO TRUE
            END-IF.
            PERFORM P-080-LOAD-DORMANT.
            IF WK-PC-FULL
                DISPLAY "PERIOD.DAT HAS OVER 600 CLOSED PERIODS"
                        " - NOTHING POSTED"
                IF NOT WK-NO-TXN
                    CLOSE TXN-FILE
                END-IF
                CLOSE CUST-WORK JRN-WORK XREF-WORK ACTV-WORK
                      POST-WORK HOLD-WORK SUSP-WORK PEND-WORK
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN EXTEND JRNL-FILE.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT DORM-HOLD-FILE.
            PERFORM P-041-READ-HELD UNTIL WK-HOLD-EOF.
            CLOSE DORM-HOLD-FILE.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT SUSP-FILE.
            PERFORM P-043-READ-SUSP UNTIL WK-HOLD-EOF.
            CLOSE SUSP-FILE.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT PEND-FILE.
            PERFORM P-045-READ-PEND UNTIL WK-HOLD-EOF.
            CLOSE PEND-FILE.
            IF NOT WK-NO-TXN
                MOVE "N"              TO WK-EOF-SW
                PERFORM P-040-POST-ONE UNTIL WK-EOF
                CLOSE TXN-FILE
            END-IF.
      *    作業ファイルへ書けなかった行があれば、保留・仮受・起算日
      *    待ちの行を失わないよう何も書き直さずに止める。コミット行
      *    を書かないので、再実行は今回ジャーナルへ書いた分を後像
      *    で適用し、TXNIN.DATの続きから引き継ぐ。
            IF WK-WORK-ERR
                DISPLAY "WORK FILE WRITE FAILED - MASTER, HOLD, "
                        "SUSPENSE AND PENDING NOT REWRITTEN"
                CLOSE CUST-WORK JRN-WORK XREF-WORK ACTV-WORK
                      POST-WORK HOLD-WORK SUSP-WORK PEND-WORK
                      JRNL-FILE
                MOVE 12               TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM P-070-REWRITE-MASTER.
            PERFORM P-090-WRITE-ACTV-HOLD.
            PERFORM P-098-WRITE-SUSPENSE.
            PERFORM P-106-WRITE-PENDING.
            PERFORM P-096-WRITE-RUN-RECORD.
            CLOSE CUST-WORK JRN-WORK XREF-WORK ACTV-WORK
                  POST-WORK HOLD-WORK SUSP-WORK PEND-WORK.
      *    マスタ書き戻しが済んだ印。ここまで到達しなかった実行の
      *    ジャーナル行が、次回の再開対象になる。
            MOVE SPACES               TO JRNL-REC.
            MOVE "*COMMIT*"            TO JRN-TXN-ID.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "TXNJRNL.DAT"        TO JC-FILE.
            MOVE JRNL-REC             TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO JRNL-REC.
            WRITE JRNL-REC.
            CLOSE JRNL-FILE.
            IF NOT WK-NO-TXN
                PERFORM P-110-RETIRE-INPUT THRU P-110-EXIT
            END-IF.
            DISPLAY "TXNPOST END  POSTED=" WK-POSTED-CT
                    " SKIPPED=" WK-SKIPPED-CT
                    " REJECTED=" WK-REJECT-CT
                    " REDIRECTED=" WK-REDIRECT-CT
                    " HELD=" WK-HELD-CT
                    " RELEASED=" WK-RELEASED-CT
                    " SUSPENDED=" WK-SUSP-CT
                    " REPOSTED=" WK-REPOST-CT
                    " REVERSED=" WK-REV-CT
                    " PENDING=" WK-PEND-CT
                    " VALUE-DATED=" WK-PREL-CT.
            MOVE WK-REJECT-CT         TO RETURN-CODE.
            IF WK-NO-TXN AND WK-REFEED-CT = ZERO
               AND WK-REPLAY-CT = ZERO
                DISPLAY "NOTHING TO POST"
                MOVE 1                TO RETURN-CODE
            END-IF.
            GOBACK
            .
      *
                        MOVE CTRL-HASH     TO WK-CTRL-EXP-HASH
                        SET WK-CTRL-SEEN   TO TRUE
                    ELSE
                        ADD 1             TO WK-CUST-COUNT
                        MOVE WK-CUST-COUNT  TO CW-POS
                        MOVE "N"          TO CW-DORM-SW
                        MOVE CUSTOMER-REC TO CW-CUST-REC
                        WRITE CUST-WORK-REC
                        IF NOT WK-CWORK-OK
                            DISPLAY "TXNCUST.TMP WRITE ERROR "
                                    WK-CWORK-FS " AT " WK-CUST-COUNT
                            SET WK-WORK-ERR   TO TRUE
                        END-IF
                        ADD CUST-BALANCE  TO WK-HASH-TOTAL
                            ON SIZE ERROR CONTINUE
                        END-ADD
                    END-IF
            END-READ.
      *
      *    ジャーナルの取り込み。*COMMIT*行を読むたびに作業ファイル
      *    を空へ戻すので、読み終えた時点で最後のコミット以降の行
      *    だけが残る(=前回abendの未反映分)。
       P-030-LOAD-JOURNAL.
            MOVE "N"                  TO WK-JRNL-EOF-SW.
            MOVE ZERO                 TO WK-JRN-COUNT.
            OPEN OUTPUT JRN-WORK.
            OPEN OUTPUT POST-WORK.
            CLOSE POST-WORK.
            OPEN I-O POST-WORK.
            OPEN INPUT JRNL-FILE.
            PERFORM P-032-LOAD-ONE-JRNL UNTIL WK-JRNL-EOF.
            CLOSE JRNL-FILE.
            CLOSE JRN-WORK.
            OPEN INPUT JRN-WORK.
      *
       P-032-LOAD-ONE-JRNL.
            READ JRNL-FILE
                AT END        SET WK-JRNL-EOF     TO TRUE
                NOT AT END
                    IF JRN-TXN-ID = "*COMMIT*"
                        IF WK-JRN-COUNT > ZERO
                            CLOSE JRN-WORK
                            OPEN OUTPUT JRN-WORK
                            MOVE ZERO TO WK-JRN-COUNT
                        END-IF
                    ELSE
                        PERFORM P-032-KEEP-POSTED
                        ADD 1         TO WK-JRN-COUNT
                        MOVE WK-JRN-COUNT  TO JW-POS
                        MOVE JRN-TXN-ID    TO JW-TXN-ID
                        MOVE JRN-CUST      TO JW-CUST
                        MOVE JRN-AFTER     TO JW-AFTER
                        WRITE JRN-WORK-REC
                        IF NOT WK-JWORK-OK
                            DISPLAY "TXNJRN.TMP WRITE ERROR "
                                    WK-JWORK-FS " " JRN-TXN-ID
                            SET WK-WORK-ERR   TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
      *    反映済み取引の作業ファイルへ1件。取消の行なら元の取引に
      *    取消済みの印を付ける。同じ番号が既にあれば後の行で
      *    置き換える。
       P-032-KEEP-POSTED.
            IF JRN-TYPE = "R"
                MOVE JRN-LINK-ID      TO WK-PT-KEY
                PERFORM P-078-FIND-POSTED
                IF WK-PT-FOUND
                    MOVE "Y"          TO PW-REV-SW
                    REWRITE POST-WORK-REC
                END-IF
            END-IF.
            MOVE JRN-TXN-ID           TO PW-TXN-ID.
            MOVE JRN-CUST             TO PW-CUST.
            MOVE JRN-TYPE             TO PW-TYPE.
            COMPUTE PW-AMOUNT = JRN-AFTER - JRN-BEFORE.
            MOVE "N"                  TO PW-REV-SW.
            WRITE POST-WORK-REC
                INVALID KEY   REWRITE POST-WORK-REC
            END-WRITE.
            IF NOT WK-PWORK-OK
                DISPLAY "TXNPOST.TMP WRITE ERROR "
                        WK-PWORK-FS " " JRN-TXN-ID
                SET WK-WORK-ERR       TO TRUE
            END-IF.
      *
      *    未コミットの後像をジャーナルの順にマスタへ適用する。
       P-033-REPLAY.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO JW-POS.
            START JRN-WORK KEY IS NOT LESS THAN JW-POS.
            IF NOT WK-JWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-034-REPLAY-ONE UNTIL WK-WORK-EOF.
      *
       P-034-REPLAY-ONE.
            READ JRN-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END    PERFORM P-035-REPLAY-APPLY
            END-READ.
      *
       P-035-REPLAY-APPLY.
            MOVE JW-CUST              TO WK-CUST-SEQ-W.
            PERFORM P-050-FIND-CUST.
            IF WK-CUST-HIT NOT = ZERO
                MOVE CW-CUST-REC      TO CUSTOMER-REC
                COMPUTE WK-REPLAY-NET = WK-REPLAY-NET
                        + JW-AFTER - CUST-BALANCE
                MOVE JW-AFTER         TO CUST-BALANCE
                MOVE CUSTOMER-REC     TO CW-CUST-REC
                REWRITE CUST-WORK-REC
                ADD 1                 TO WK-REPLAY-CT
            END-IF.
      *
      *    統合先対照表の取り込み。ファイルが無ければ振り向けない。
      *    同じ閉じた番号が2行あれば先の行が効く(後の行は重複キー
      *    で載らない)。
       P-036-LOAD-XREF.
            MOVE "N"                  TO WK-XR-EOF-SW.
            OPEN OUTPUT XREF-WORK.
            OPEN INPUT XREF-FILE.
            PERFORM P-038-LOAD-ONE-XREF UNTIL WK-XR-EOF.
            CLOSE XREF-FILE.
            CLOSE XREF-WORK.
            OPEN INPUT XREF-WORK.
      *
       P-038-LOAD-ONE-XREF.
            READ XREF-FILE
                AT END        SET WK-XR-EOF       TO TRUE
                NOT AT END
                    IF XREF-REC NOT = SPACES
                        MOVE XR-OLD   TO XW-OLD
                        MOVE XR-NEW   TO XW-NEW
                        WRITE XREF-WORK-REC
                    END-IF
            END-READ.
      *
       P-040-POST-ONE.
            READ TXN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF TXN-REC(1:8) NOT = "*HEADER*"
                       AND TXN-REC(1:9) NOT = "*TRAILER*"
                        MOVE WK-SYS-DATE  TO WK-HOLD-DATE
                        PERFORM P-042-APPLY-ONE THRU P-042-EXIT
                    END-IF
            END-READ.
      *
      *    保留中の取引を1件読み直して反映を試みる。
       P-041-READ-HELD.
            READ DORM-HOLD-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF DORM-HOLD-REC NOT = SPACES
                        PERFORM P-041-REFEED-HELD
                    END-IF
            END-READ.
      *
       P-041-REFEED-HELD.
            ADD 1                     TO WK-REFEED-CT.
            MOVE DH-TXN-REC           TO TXN-REC.
            MOVE DH-DATE              TO WK-HOLD-DATE.
            MOVE WK-POSTED-CT         TO WK-POSTED-BEFORE.
            PERFORM P-042-APPLY-ONE THRU P-042-EXIT.
            IF WK-POSTED-CT > WK-POSTED-BEFORE
                ADD 1                 TO WK-RELEASED-CT
                DISPLAY "RELEASED FROM HOLD: " TXN-ID
            END-IF.
      *
      *    訂正済みの仮受を1件読み直して反映を試みる。未訂正の行は
      *    P-080で作業ファイルへ載せてある。
       P-043-READ-SUSP.
            READ SUSP-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF SP-CORRECTED
                        PERFORM P-043-REFEED-SUSP
                    END-IF
            END-READ.
      *
       P-043-REFEED-SUSP.
            ADD 1                     TO WK-REFEED-CT.
            MOVE SP-TXN-REC           TO TXN-REC.
            MOVE SP-ARRIVED           TO WK-HOLD-DATE.
            MOVE WK-POSTED-CT         TO WK-POSTED-BEFORE.
            PERFORM P-042-APPLY-ONE THRU P-042-EXIT.
            IF WK-POSTED-CT > WK-POSTED-BEFORE
                ADD 1                 TO WK-REPOST-CT
                DISPLAY "REPOSTED FROM SUSPENSE: " TXN-ID
            END-IF.
      *
      *    起算日待ちを1件。起算日が来ていれば反映を試み、まだ先
      *    ならそのまま預け続ける。
       P-045-READ-PEND.
            READ PEND-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF PEND-REC NOT = SPACES
                        PERFORM P-045-REFEED-PEND
                    END-IF
            END-READ.
      *
       P-045-REFEED-PEND.
            IF PD-VALUE-DATE > WK-SYS-DATE
                PERFORM P-105-ADD-PEND-WORK
            ELSE
                ADD 1                 TO WK-REFEED-CT
                MOVE PD-TXN-REC       TO TXN-REC
                MOVE PD-ARRIVED       TO WK-HOLD-DATE
                MOVE WK-POSTED-CT     TO WK-POSTED-BEFORE
                PERFORM P-042-APPLY-ONE THRU P-042-EXIT
                IF WK-POSTED-CT > WK-POSTED-BEFORE
                    ADD 1             TO WK-PREL-CT
                    DISPLAY "VALUE DATE REACHED: " TXN-ID
                            " " PD-VALUE-DATE
                END-IF
            END-IF.
      *
       P-042-APPLY-ONE.
      *    ジャーナル済みの取引は再反映しない(再開時の二重計上防止)。
            PERFORM P-044-MATCH-JRNL.
            IF WK-JRN-HIT
                ADD 1                 TO WK-SKIPPED-CT
                DISPLAY "SKIP (ALREADY JOURNALED): " TXN-ID
                GO TO P-042-EXIT
            END-IF.
      *    取消の金額は元の取引から決まるので変換しない。
            IF TXN-TYPE = "R"
                MOVE "00"              TO WK-AMT-STATUS
                MOVE ZERO             TO WK-AMOUNT
            ELSE
                PERFORM P-060-CONVERT-AMOUNT
            END-IF.
            IF WK-AMT-STATUS NOT = "00"
                ADD 1                 TO WK-REJECT-CT
                DISPLAY "REJECT " TXN-ID " BAD AMOUNT (STATUS "
                        WK-AMT-STATUS ")"
                MOVE "BAD-AMOUNT"     TO WK-SUSP-REASON
                PERFORM P-088-SUSPEND-ONE
                GO TO P-042-EXIT
            END-IF.
            IF TXN-TYPE NOT = "D" AND TXN-TYPE NOT = "W"
               AND TXN-TYPE NOT = "R"
                ADD 1                 TO WK-REJECT-CT
                DISPLAY "REJECT " TXN-ID " BAD TYPE: " TXN-TYPE
                MOVE "BAD-TYPE"       TO WK-SUSP-REASON
                PERFORM P-088-SUSPEND-ONE
                GO TO P-042-EXIT
            END-IF.
            MOVE TXN-CUST             TO WK-CUST-SEQ-W.
            PERFORM P-046-REDIRECT.
            PERFORM P-050-FIND-CUST.
            IF WK-CUST-HIT = ZERO
                ADD 1                 TO WK-REJECT-CT
                DISPLAY "REJECT " TXN-ID " CUSTOMER NOT FOUND: "
                        TXN-CUST
                MOVE "NO-CUSTOMER"    TO WK-SUSP-REASON
                PERFORM P-088-SUSPEND-ONE
                GO TO P-042-EXIT
            END-IF.
            IF TXN-TYPE = "R"
                PERFORM P-076-CHECK-REVERSAL
                IF WK-SUSP-REASON NOT = SPACES
                    ADD 1             TO WK-REJECT-CT
                    DISPLAY "REJECT " TXN-ID " REVERSAL OF "
                            TXN-ORIG-ID ": " WK-SUSP-REASON
                    PERFORM P-088-SUSPEND-ONE
                    GO TO P-042-EXIT
                END-IF
            END-IF.
      *    起算日が締めた期間に入れば撥ねる。反映日より先なら
      *    起算日待ちへ預ける。
            PERFORM P-100-VALUE-DATE.
            PERFORM P-108-CHECK-PERIOD.
            IF WK-PC-HIT
                ADD 1                 TO WK-REJECT-CT
                DISPLAY "REJECT " TXN-ID " VALUE DATE "
                        WK-VALUE-DATE " IN CLOSED PERIOD"
                MOVE "PERIOD-CLOSED"  TO WK-SUSP-REASON
                PERFORM P-088-SUSPEND-ONE
                GO TO P-042-EXIT
            END-IF.
            IF WK-VALUE-DATE > WK-SYS-DATE
                PERFORM P-104-PEND-ONE
                GO TO P-042-EXIT
            END-IF.
      *    休眠口座宛ては反映せず保留へ回す。
            PERFORM P-082-CHECK-DORMANT.
            IF WK-DM-HIT
                PERFORM P-084-HOLD-ONE
                GO TO P-042-EXIT
            END-IF.
            MOVE CW-CUST-REC          TO CUSTOMER-REC.
            MOVE CUST-BALANCE         TO WK-CUST-BAL-W.
            EVALUATE TXN-TYPE
                WHEN "D"
                    ADD WK-AMOUNT     TO CUST-BALANCE
                    ADD 1             TO WK-DEP-CT
                    ADD WK-AMOUNT     TO WK-DEP-AMOUNT
                WHEN "W"
                    SUBTRACT WK-AMOUNT  FROM CUST-BALANCE
                    ADD 1             TO WK-WDR-CT
                    ADD WK-AMOUNT     TO WK-WDR-AMOUNT
                WHEN OTHER
      *            取消は元の増減をちょうど打ち消す。
      *            元の取引の取消済みの印はP-032で付ける。
                    SUBTRACT WK-PT-AMOUNT-W  FROM CUST-BALANCE
                    SUBTRACT WK-PT-AMOUNT-W  FROM WK-REV-NET
                    ADD 1             TO WK-REV-CT
                    DISPLAY "REVERSED " TXN-ORIG-ID " BY " TXN-ID
            END-EVALUATE.
      *    更新前後の残高をジャーナルへ残してから作業ファイルへ
      *    書き戻す。
            MOVE SPACES               TO JRNL-REC.
            MOVE TXN-ID               TO JRN-TXN-ID.
            MOVE WK-CUST-SEQ-W        TO JRN-CUST.
            MOVE WK-CUST-BAL-W        TO JRN-BEFORE.
            MOVE CUST-BALANCE         TO JRN-AFTER.
            MOVE TXN-TYPE             TO JRN-TYPE.
            MOVE WK-SYS-DATE          TO JRN-POST-DATE.
            IF TXN-TYPE = "R"
                MOVE TXN-ORIG-ID      TO JRN-LINK-ID
            END-IF.
            MOVE WK-VALUE-DATE        TO JRN-VALUE-DATE.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "TXNJRNL.DAT"        TO JC-FILE.
            MOVE JRNL-REC             TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO JRNL-REC.
            WRITE JRNL-REC.
            PERFORM P-032-KEEP-POSTED.
            MOVE CUSTOMER-REC         TO CW-CUST-REC.
            REWRITE CUST-WORK-REC.
            ADD 1                     TO WK-POSTED-CT.
            PERFORM P-086-TOUCH-ACTIVITY.
       P-042-EXIT.
            EXIT.
      *
      *    取消の確かめ。撥ねる理由をWK-SUSP-REASONへ(空白なら可)。
      *    元の取引の増減はWK-PT-AMOUNT-Wに残る。
       P-076-CHECK-REVERSAL.
            MOVE SPACES               TO WK-SUSP-REASON.
            MOVE TXN-ORIG-ID          TO WK-PT-KEY.
            MOVE "N"                  TO WK-PT-HIT-SW.
            IF WK-PT-KEY NOT = SPACES
                PERFORM P-078-FIND-POSTED
            END-IF.
            IF NOT WK-PT-FOUND
                MOVE "NO-ORIGINAL"    TO WK-SUSP-REASON
            ELSE
                MOVE PW-AMOUNT        TO WK-PT-AMOUNT-W
                EVALUATE TRUE
                    WHEN PW-TYPE = "R"
                        MOVE "REV-OF-REV"   TO WK-SUSP-REASON
                    WHEN PW-REV-SW = "Y"
                        MOVE "ALREADY-REV"  TO WK-SUSP-REASON
                    WHEN PW-CUST NOT = WK-CUST-SEQ-W
                        MOVE "CUST-DIFFER"  TO WK-SUSP-REASON
                END-EVALUATE
            END-IF.
      *
      *    反映済み取引の作業ファイルをWK-PT-KEYで引く。見つかれば
      *    レコードは作業ファイルの領域に残る。
       P-078-FIND-POSTED.
            MOVE "N"                  TO WK-PT-HIT-SW.
            MOVE WK-PT-KEY            TO PW-TXN-ID.
            READ POST-WORK.
            IF WK-PWORK-OK
                SET WK-PT-FOUND       TO TRUE
            END-IF.
      *
       P-044-MATCH-JRNL.
            MOVE "N"                  TO WK-JRN-HIT-SW.
            IF WK-JRN-COUNT > ZERO
                MOVE TXN-ID           TO JW-TXN-ID
                READ JRN-WORK KEY IS JW-TXN-ID
                IF WK-JWORK-OK
                    SET WK-JRN-HIT    TO TRUE
                END-IF
            END-IF.
      *
      *    閉じた番号なら統合先へ。統合先がさらに統合されていれば
      *    たどる(対照表の誤りで輪になっても10段で止める)。
       P-046-REDIRECT.
            MOVE ZERO                 TO WK-XR-HOPS.
            MOVE 1                    TO WK-XR-HIT.
            PERFORM P-047-REDIRECT-HOP
               UNTIL WK-XR-HIT = ZERO OR WK-XR-HOPS > 9.
            IF WK-CUST-SEQ-W NOT = TXN-CUST
                ADD 1                 TO WK-REDIRECT-CT
                DISPLAY "REDIRECT " TXN-ID " " TXN-CUST
                        " -> " WK-CUST-SEQ-W
            END-IF.
      *
       P-047-REDIRECT-HOP.
            MOVE ZERO                 TO WK-XR-HIT.
            MOVE WK-CUST-SEQ-W        TO XW-OLD.
            READ XREF-WORK.
            IF WK-XWORK-OK
                MOVE 1                TO WK-XR-HIT
                MOVE XW-NEW           TO WK-CUST-SEQ-W
                ADD 1                 TO WK-XR-HOPS
            END-IF.
      *
      *    顧客番号を副キーに作業ファイルを引く。見つかればWK-CUST-HIT
      *    に読込順の番号が入り、レコードは作業ファイルの領域に残る
      *    (同じ番号が複数あれば先に読んだもの)。
       P-050-FIND-CUST.
            MOVE ZERO                 TO WK-CUST-HIT.
            MOVE WK-CUST-SEQ-W        TO CW-CUST.
            READ CUST-WORK KEY IS CW-CUST.
            IF WK-CWORK-OK
                MOVE CW-POS           TO WK-CUST-HIT
            END-IF.
      *
      *    金額の変換。先頭バイトが全角(シフトJIS先行バイト)なら
            COMPUTE WK-AMT-FRAC = WK-AMT-FRAC * 10.
            ADD 1                     TO WK-AMT-FRAC-CT.
      *
      *    作業ファイルを読込順(主キー順)に読み、元の並びのまま
      *    書き戻す。
       P-070-REWRITE-MASTER.
            OPEN OUTPUT TDATA-FILE.
            MOVE ZERO                 TO WK-HASH-TOTAL.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO CW-POS.
            START CUST-WORK KEY IS NOT LESS THAN CW-POS.
            IF NOT WK-CWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-072-WRITE-ONE UNTIL WK-WORK-EOF.
      *    反映後の件数・ハッシュ合計で管理トレーラを書き直す。
            MOVE SPACES               TO WK-CTRL-REC.
            MOVE "*CONTROL*"           TO CTRL-MARK.
            CLOSE TDATA-FILE.
      *
       P-072-WRITE-ONE.
            READ CUST-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END
                    MOVE CW-CUST-REC  TO CUSTOMER-REC
                    ADD CUST-BALANCE  TO WK-HASH-TOTAL
                        ON SIZE ERROR CONTINUE
                    END-ADD
                    WRITE CUSTOMER-REC
            END-READ.
      *
      *    最終取引日・休眠口座フラグ・未訂正の仮受・会計期間の
      *    取り込み。いずれも無ければ空のまま進む。保留・仮受・
      *    起算日待ちを書き直す作業ファイルもここで用意する。
       P-080-LOAD-DORMANT.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN OUTPUT ACTV-WORK.
            OPEN INPUT ACTV-FILE.
            PERFORM P-081-LOAD-ONE-ACTV UNTIL WK-HOLD-EOF.
            CLOSE ACTV-FILE.
            CLOSE ACTV-WORK.
            OPEN I-O ACTV-WORK.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT DORM-FLAG-FILE.
            PERFORM P-081-LOAD-ONE-FLAG UNTIL WK-HOLD-EOF.
            CLOSE DORM-FLAG-FILE.
            OPEN OUTPUT HOLD-WORK SUSP-WORK PEND-WORK.
            CLOSE HOLD-WORK SUSP-WORK PEND-WORK.
            OPEN I-O HOLD-WORK SUSP-WORK PEND-WORK.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT SUSP-FILE.
            PERFORM P-081-LOAD-ONE-SUSP UNTIL WK-HOLD-EOF.
            CLOSE SUSP-FILE.
            MOVE "N"                  TO WK-HOLD-EOF-SW.
            OPEN INPUT PERIOD-FILE.
            PERFORM P-081-LOAD-ONE-PERIOD UNTIL WK-HOLD-EOF.
            CLOSE PERIOD-FILE.
      *
       P-081-LOAD-ONE-ACTV.
            READ ACTV-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF ACTV-REC NOT = SPACES
                        ADD 1         TO WK-LA-COUNT
                        MOVE WK-LA-COUNT  TO AW-POS
                        MOVE ACTV-REC TO AW-REC
                        WRITE ACTV-WORK-REC
                    END-IF
            END-READ.
      *
       P-081-LOAD-ONE-FLAG.
            READ DORM-FLAG-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF DF-DORMANT
                        PERFORM P-085-MARK-DORMANT
                    END-IF
            END-READ.
      *
      *    未訂正の行はそのまま書き直す作業ファイルへ。訂正済みは
      *    P-043で読み直す。
       P-081-LOAD-ONE-SUSP.
            READ SUSP-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF SUSP-REC NOT = SPACES
                       AND NOT SP-CORRECTED
                        PERFORM P-087-ADD-SUSP-WORK
                    END-IF
            END-READ.
      *
       P-081-LOAD-ONE-PERIOD.
            READ PERIOD-FILE
                AT END        SET WK-HOLD-EOF     TO TRUE
                NOT AT END
                    IF PR-CLOSED
                        IF WK-PC-COUNT < 600
                            ADD 1     TO WK-PC-COUNT
                            MOVE PR-PERIOD
                                 TO WK-PC-PERIOD(WK-PC-COUNT)
                        ELSE
                            SET WK-PC-FULL    TO TRUE
                        END-IF
                    END-IF
            END-READ.
      *
      *    P-050で引いた顧客の休眠の印を見る。
       P-082-CHECK-DORMANT.
            MOVE "N"                  TO WK-DM-HIT-SW.
            IF CW-DORM-SW = "Y"
                SET WK-DM-HIT         TO TRUE
            END-IF.
      *
      *    休眠口座フラグの顧客に、作業ファイルの上で印を付ける。
       P-085-MARK-DORMANT.
            MOVE DF-CUST              TO WK-CUST-SEQ-W.
            PERFORM P-050-FIND-CUST.
            IF WK-CUST-HIT NOT = ZERO
                MOVE "Y"              TO CW-DORM-SW
                REWRITE CUST-WORK-REC
            END-IF.
      *
      *    保留の作業ファイルへ1件足す。最初に保留した日を持ち回る。
       P-084-HOLD-ONE.
            ADD 1                     TO WK-HELD-CT.
            DISPLAY "HOLD " TXN-ID " CUSTOMER " WK-CUST-SEQ-W
                    " IS DORMANT".
            MOVE SPACES               TO DORM-HOLD-REC.
            MOVE TXN-REC              TO DH-TXN-REC.
            MOVE "DORMANT"            TO DH-REASON.
            MOVE WK-HOLD-DATE         TO DH-DATE.
            ADD 1                     TO WK-HW-COUNT.
            MOVE WK-HW-COUNT          TO HW-POS.
            MOVE DORM-HOLD-REC        TO HW-REC.
            WRITE HOLD-WORK-REC.
            IF NOT WK-HWORK-OK
                DISPLAY "TXNHOLD.TMP WRITE ERROR "
                        WK-HWORK-FS " " TXN-ID
                SET WK-WORK-ERR       TO TRUE
            END-IF.
      *
      *    撥ねた取引を仮受の作業ファイルへ1件足す。同じ取引番号が
      *    既に仮受にあれば(同じ取引ファイルの再投入など)その行を
      *    置き換え、最初に届いた日は残す。
       P-088-SUSPEND-ONE.
            ADD 1                     TO WK-SUSP-CT.
            MOVE "N"                  TO WK-SUSP-HIT-SW.
            MOVE TXN-ID               TO SW-TXN-ID.
            READ SUSP-WORK KEY IS SW-TXN-ID.
            IF WK-SWORK-OK
                SET WK-SUSP-HIT       TO TRUE
                MOVE SW-REC           TO SUSP-REC
                MOVE SP-ARRIVED       TO WK-HOLD-DATE
            END-IF.
            MOVE SPACES               TO SUSP-REC.
            MOVE TXN-REC              TO SP-TXN-REC.
            MOVE WK-SUSP-REASON       TO SP-REASON.
            MOVE "OPEN"               TO SP-STATUS.
            MOVE WK-HOLD-DATE         TO SP-ARRIVED.
            IF WK-SUSP-HIT
                MOVE SUSP-REC         TO SW-REC
                REWRITE SUSP-WORK-REC
                IF NOT WK-SWORK-OK
                    DISPLAY "TXNSUSP.TMP WRITE ERROR "
                            WK-SWORK-FS " " TXN-ID
                    SET WK-WORK-ERR   TO TRUE
                END-IF
            ELSE
                PERFORM P-087-ADD-SUSP-WORK
            END-IF.
      *
      *    SUSP-RECの行を仮受の作業ファイルの末尾へ足す。
       P-087-ADD-SUSP-WORK.
            ADD 1                     TO WK-SW-COUNT.
            MOVE WK-SW-COUNT          TO SW-POS.
            MOVE SUSP-REC             TO SW-REC.
            WRITE SUSP-WORK-REC.
            IF NOT WK-SWORK-OK
                DISPLAY "TXNSUSP.TMP WRITE ERROR "
                        WK-SWORK-FS " " SP-TXN-ID
                SET WK-WORK-ERR       TO TRUE
            END-IF.
      *
      *    反映した顧客の最終取引日を反映日にする。初めての顧客は
      *    末尾の行として足す。
       P-086-TOUCH-ACTIVITY.
            MOVE WK-CUST-SEQ-W        TO AW-CUST.
            READ ACTV-WORK KEY IS AW-CUST.
            IF WK-AWORK-OK
                MOVE WK-SYS-DATE      TO AW-DATE
                REWRITE ACTV-WORK-REC
            ELSE
                ADD 1                 TO WK-LA-COUNT
                MOVE WK-LA-COUNT      TO AW-POS
                MOVE SPACES           TO AW-REC
                MOVE WK-CUST-SEQ-W    TO AW-CUST
                MOVE WK-SYS-DATE      TO AW-DATE
                WRITE ACTV-WORK-REC
            END-IF.
      *
      *    最終取引日ファイルと保留ファイルの書き直し。
       P-090-WRITE-ACTV-HOLD.
            OPEN OUTPUT ACTV-FILE.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO AW-POS.
            START ACTV-WORK KEY IS NOT LESS THAN AW-POS.
            IF NOT WK-AWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-092-WRITE-ACTV UNTIL WK-WORK-EOF.
            CLOSE ACTV-FILE.
            OPEN OUTPUT DORM-HOLD-FILE.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO HW-POS.
            START HOLD-WORK KEY IS NOT LESS THAN HW-POS.
            IF NOT WK-HWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-094-WRITE-HOLD UNTIL WK-WORK-EOF.
            CLOSE DORM-HOLD-FILE.
      *
       P-092-WRITE-ACTV.
            READ ACTV-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END    MOVE AW-REC         TO ACTV-REC
                              WRITE ACTV-REC
            END-READ.
      *
       P-094-WRITE-HOLD.
            READ HOLD-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END    MOVE HW-REC         TO DORM-HOLD-REC
                              WRITE DORM-HOLD-REC
            END-READ.
      *
      *    仮受ファイルの書き直し(反映できた行はここで消える)。
       P-098-WRITE-SUSPENSE.
            OPEN OUTPUT SUSP-FILE.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO SW-POS.
            START SUSP-WORK KEY IS NOT LESS THAN SW-POS.
            IF NOT WK-SWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-099-WRITE-SUSP UNTIL WK-WORK-EOF.
            CLOSE SUSP-FILE.
      *
       P-099-WRITE-SUSP.
            READ SUSP-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END    MOVE SW-REC         TO SUSP-REC
                              WRITE SUSP-REC
            END-READ.
      *
      *    実行記録。反映後の管理合計はマスタ書き戻しで求めた値。
       P-096-WRITE-RUN-RECORD.
            ACCEPT WK-SYS-TIME        FROM TIME.
            MOVE SPACES               TO TXN-RUN-REC.
            STRING WK-SYS-DATE        DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                              INTO TR-STAMP.
            MOVE WK-SYS-DATE          TO TR-POST-DATE.
            MOVE WK-OPEN-COUNT        TO TR-OPEN-COUNT.
            MOVE WK-OPEN-HASH         TO TR-OPEN-HASH.
            MOVE WK-DEP-CT            TO TR-DEP-COUNT.
            MOVE WK-DEP-AMOUNT        TO TR-DEP-AMOUNT.
            MOVE WK-WDR-CT            TO TR-WDR-COUNT.
            MOVE WK-WDR-AMOUNT        TO TR-WDR-AMOUNT.
            MOVE WK-REPLAY-CT         TO TR-REPLAY-COUNT.
            MOVE WK-REPLAY-NET        TO TR-REPLAY-NET.
            MOVE WK-REJECT-CT         TO TR-REJECT-COUNT.
            MOVE WK-SKIPPED-CT        TO TR-SKIP-COUNT.
            MOVE WK-HELD-CT           TO TR-HELD-COUNT.
            MOVE WK-REDIRECT-CT       TO TR-REDIR-COUNT.
            MOVE WK-CUST-COUNT        TO TR-CLOSE-COUNT.
            MOVE WK-HASH-TOTAL        TO TR-CLOSE-HASH.
            MOVE WK-REV-CT            TO TR-REV-COUNT.
            MOVE WK-REV-NET           TO TR-REV-NET.
            MOVE WK-PEND-CT           TO TR-PEND-COUNT.
            MOVE WK-PREL-CT           TO TR-PREL-COUNT.
            OPEN EXTEND TXN-RUN-FILE.
            WRITE TXN-RUN-REC.
            CLOSE TXN-RUN-FILE.
      *
      *    起算日。受付日が営業日で締め時刻より前なら受付日、
      *    そうでなければ受付日の翌営業日。受付日時が無い(古い
      *    様式の)取引や日付として読めない取引は、反映日の0時に
      *    受け付けたものとみなす。
       P-100-VALUE-DATE.
            IF TXN-RECEIVED IS NUMERIC
                MOVE TXN-RECEIVED(1:8)  TO WK-RCV-DATE
                MOVE TXN-RECEIVED(9:4)  TO WK-RCV-HHMM
            ELSE
                MOVE WK-SYS-DATE      TO WK-RCV-DATE
                MOVE ZERO             TO WK-RCV-HHMM
            END-IF.
            IF WK-RCV-DATE NOT = WK-VD-LAST-DATE
                PERFORM P-102-CALENDAR
            END-IF.
            IF WK-VD-LAST-BIZ = "E"
                DISPLAY "WARNING: RECEIVED DATE INVALID " TXN-ID
                        " " TXN-RECEIVED " - POSTING DATE USED"
                MOVE WK-SYS-DATE      TO WK-RCV-DATE
                MOVE ZERO             TO WK-RCV-HHMM
                PERFORM P-102-CALENDAR
            END-IF.
            IF WK-VD-LAST-BIZ = "Y" AND WK-RCV-HHMM < WK-CUTOFF
                MOVE WK-RCV-DATE      TO WK-VALUE-DATE
            ELSE
                MOVE WK-VD-LAST-NEXT  TO WK-VALUE-DATE
            END-IF.
      *
      *    受付日が営業日か(Y/N、日付不正はE)と、その翌営業日。
       P-102-CALENDAR.
            MOVE WK-RCV-DATE          TO WK-VD-LAST-DATE.
            MOVE "B"                  TO BZ-FUNCTION.
            MOVE WK-RCV-DATE          TO BZ-DATE.
            MOVE ZERO                 TO BZ-DAYS.
            CALL "BIZDAY" USING BZ-PARM.
            IF BZ-STATUS NOT = "00"
                MOVE "E"              TO WK-VD-LAST-BIZ
                MOVE ZERO             TO WK-VD-LAST-NEXT
            ELSE
                MOVE BZ-RESULT        TO WK-VD-LAST-BIZ
                MOVE "N"              TO BZ-FUNCTION
                MOVE WK-RCV-DATE      TO BZ-DATE
                CALL "BIZDAY" USING BZ-PARM
                MOVE BZ-DATE          TO WK-VD-LAST-NEXT
            END-IF.
      *
      *    起算日の月が締めた期間か。
       P-108-CHECK-PERIOD.
            MOVE "N"                  TO WK-PC-HIT-SW.
            PERFORM P-109-MATCH-PERIOD
               VARYING IDX-PC FROM 1 BY 1
                  UNTIL IDX-PC > WK-PC-COUNT OR WK-PC-HIT.
      *
       P-109-MATCH-PERIOD.
            IF WK-PC-PERIOD(IDX-PC) = WK-VALUE-DATE(1:6)
                SET WK-PC-HIT         TO TRUE
            END-IF.
      *
      *    起算日待ちの作業ファイルへ1件足す。最初に預けた日を
      *    持ち回る。
       P-104-PEND-ONE.
            ADD 1                     TO WK-PEND-CT.
            DISPLAY "PENDING " TXN-ID " VALUE DATE " WK-VALUE-DATE.
            MOVE SPACES               TO PEND-REC.
            MOVE TXN-REC              TO PD-TXN-REC.
            MOVE WK-VALUE-DATE        TO PD-VALUE-DATE.
            MOVE WK-HOLD-DATE         TO PD-ARRIVED.
            PERFORM P-105-ADD-PEND-WORK.
      *
      *    PEND-RECの行を起算日待ちの作業ファイルの末尾へ足す。
       P-105-ADD-PEND-WORK.
            ADD 1                     TO WK-VW-COUNT.
            MOVE WK-VW-COUNT          TO VW-POS.
            MOVE PEND-REC             TO VW-REC.
            WRITE PEND-WORK-REC.
            IF NOT WK-VWORK-OK
                DISPLAY "TXNPEND.TMP WRITE ERROR "
                        WK-VWORK-FS " " PD-TXN-ID
                SET WK-WORK-ERR       TO TRUE
            END-IF.
      *
      *    起算日待ちファイルの書き直し(反映できた行はここで消える)。
       P-106-WRITE-PENDING.
            OPEN OUTPUT PEND-FILE.
            MOVE "N"                  TO WK-WORK-EOF-SW.
            MOVE ZERO                 TO VW-POS.
            START PEND-WORK KEY IS NOT LESS THAN VW-POS.
            IF NOT WK-VWORK-OK
                SET WK-WORK-EOF       TO TRUE
            END-IF.
            PERFORM P-107-WRITE-PEND UNTIL WK-WORK-EOF.
            CLOSE PEND-FILE.
      *
       P-107-WRITE-PEND.
            READ PEND-WORK NEXT
                AT END        SET WK-WORK-EOF     TO TRUE
                NOT AT END    MOVE VW-REC         TO PEND-REC
                              WRITE PEND-REC
            END-READ.
      *
      *    反映し終えたTXNIN.DATを写してから消す。
       P-110-RETIRE-INPUT.
            ACCEPT WK-SYS-TIME        FROM TIME.
            MOVE SPACES               TO WK-USED-NAME.
            STRING "USED-"            DELIMITED BY SIZE
                   WK-SYS-DATE        DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)   DELIMITED BY SIZE
                   "-TXNIN.DAT"       DELIMITED BY SIZE
                                      INTO WK-USED-NAME.
            OPEN OUTPUT USED-FILE.
            IF WK-USED-FS NOT = "00"
                DISPLAY "CANNOT WRITE " WK-USED-NAME
                        " (STATUS " WK-USED-FS ") - TXNIN.DAT"
                        " LEFT IN PLACE"
                GO TO P-110-EXIT
            END-IF.
            OPEN INPUT TXN-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-112-RETIRE-ONE UNTIL WK-EOF.
            CLOSE TXN-FILE.
            CLOSE USED-FILE.
            DELETE FILE TXN-FILE.
            IF NOT WK-TXN-FOUND
                DISPLAY "CANNOT DELETE TXNIN.DAT (STATUS " WK-TXN-FS
                        ") - REMOVE IT BY HAND"
                GO TO P-110-EXIT
            END-IF.
            DISPLAY "TXNIN.DAT RETIRED AS " WK-USED-NAME.
       P-110-EXIT.
            EXIT.
      *
       P-112-RETIRE-ONE.
            READ TXN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE TXN-REC      TO USED-REC
                    WRITE USED-REC
            END-READ.
      *
       COPY PROFPRC.
      ******************************************************************
