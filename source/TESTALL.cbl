                                        ORGANIZATION IS LINE SEQUENTIAL.
           COPY KNOWNSL.
           COPY PROFSL.
           COPY BLDRSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
           05  MANIF-FILE-NAME        PIC X(20).
           05  FILLER                 PIC X(02).
           05  MANIF-REC-COUNT        PIC 9(07).
           05  FILLER                 PIC X(02).
           05  MANIF-BUILD-ID         PIC X(16).
       FD  DIFF-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIFF-IN-REC                PIC X(64).
      *    完走した実行の累積台帳。毎回OPEN EXTENDで追記し、決して
      *    上書きしない。プログラム1本につき1行、実行全体の合計を
      *    PROGRAM欄"*GRAND*"の1行で残す。RUNTRENDが合格率の推移
      *    報告にこの台帳を読む。行末のビルドIDは実行を帰属させた
      *    コンパイラビルド(BLDREGがビルドごとの実行の集計に使う)。
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC.
           05  HIST-OK                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-NG                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-BUILD-ID          PIC X(16).
       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLAN-REC               PIC X(100).
           05  NGL-LAST-RUN           PIC X(16).
       COPY KNOWNFD.
       COPY PROFFD.
       COPY BLDRFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       COPY PROFWS.
       COPY BLDRWS.
      *
      *    CALL USINGで各テストプログラムへ渡す実行コンテキスト。
      *    渡す中身は起動時にP-005-2-FILL-RUN-CONTEXTで詰める。
       01  WK-PREFLT-FORCE    PIC X(01)  VALUE SPACE.
       01  WK-PREFLT-REFUSED-SW  PIC X   VALUE "N".
           88  WK-PREFLT-REFUSED           VALUE "Y".
      *
      *    フィクスチャ点検(FIXTCHK)の結果。台帳に無い版の入力で
      *    流した結果はベースラインと比べられないため、運用者が
      *    FIXTCHK-FORCE=1で押し通さない限り始動しない。点検が
      *    走ったときは版の刻印FIXTVER.TXTをマニフェストへ載せる。
       01  WK-FIXT-RC         PIC 9(04)  VALUE ZERO.
       01  WK-FIXT-FORCE      PIC X(01)  VALUE SPACE.
       01  WK-FIXT-REFUSED-SW PIC X      VALUE "N".
           88  WK-FIXT-REFUSED             VALUE "Y".
       01  WK-FIXT-RAN-SW     PIC X      VALUE "N".
           88  WK-FIXT-RAN                 VALUE "Y".
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
            PERFORM P-005-MAKE-RUN-ID.
            DISPLAY "RUN-ID " WK-RUN-ID.
            PERFORM P-005-2-FILL-RUN-CONTEXT.
      *    実行を帰属させるコンパイラビルド。マニフェストと累積
      *    台帳の各行へ刻印する。
            PERFORM 9770-RESOLVE-ACTIVE-BUILD.
            PERFORM P-003-ACCEPT-CUTOFF.
            PERFORM P-003-16-ACCEPT-TIMEOUT.
            PERFORM P-003-2-ACCEPT-LANE.
                MOVE 9               TO RETURN-CODE
                GOBACK
            END-IF.
      *    入力フィクスチャの版点検(ロック獲得後に行い、刻印を
      *    並行実行と取り合わない)。
            PERFORM P-001-3-RUN-FIXTCHK.
            IF WK-FIXT-REFUSED
                PERFORM P-001-8-RELEASE-RUN-LOCK
                DISPLAY "TESTALL NOT STARTED - UNREGISTERED FIXTURE "
                        "VERSION"
                MOVE WK-FIXT-RC      TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT NG-DIGEST-FILE.
            OPEN OUTPUT ALL-DIGEST-FILE.
            OPEN OUTPUT RUN-MANIFEST-FILE.
            IF WK-FIXT-RAN
                PERFORM P-036-WRITE-FIXTVER-ROW
            END-IF.
      *    累積台帳(RUNHIST)は完走した正規実行だけの記録。絞り込み
      *    (昼間のスモーク)・回帰確認・レーン分割の臨時実行では
      *    触らない(部分実行の行が混ざるとRUNTREND/HTMLGENの推移が
                END-IF
            END-IF.
      *
      *    フィクスチャ点検。FIXTCHKが未登録の版を返したら、
      *    FIXTCHK-FORCE=1が立っていない限り始動を見送る。実行
      *    モジュールがまだ無い環境では点検なしで従来どおり進む。
       P-001-3-RUN-FIXTCHK.
            MOVE ZERO                        TO WK-FIXT-RC.
            SET WK-FIXT-RAN                  TO TRUE.
            CALL "FIXTCHK" USING RUN-CONTEXT-AREA
                ON EXCEPTION
                    MOVE "N"                 TO WK-FIXT-RAN-SW
                    DISPLAY "FIXTCHK MODULE NOT FOUND - "
                            "FIXTURE VERSIONS NOT RECORDED"
            END-CALL.
            IF WK-FIXT-RAN
                MOVE RETURN-CODE             TO WK-FIXT-RC
            END-IF.
            MOVE ZERO                        TO RETURN-CODE.
            IF WK-FIXT-RC > ZERO
                MOVE SPACE                   TO WK-FIXT-FORCE
                DISPLAY "FIXTCHK-FORCE"        UPON ENVIRONMENT-NAME
                ACCEPT  WK-FIXT-FORCE          FROM ENVIRONMENT-VALUE
                IF WK-FIXT-FORCE = "1"
                    DISPLAY "FIXTURE FINDINGS OVERRIDDEN "
                            "(FIXTCHK-FORCE=1)"
                ELSE
                    SET WK-FIXT-REFUSED      TO TRUE
                END-IF
            END-IF.
      *
      *    締め切り時刻の取り込み。未設定なら従来どおり締め切りなし。
       P-003-ACCEPT-CUTOFF.
            MOVE SPACES                      TO WK-CUTOFF-TEXT.
            MOVE WK-CASE-TOTAL        TO HIST-TOTAL.
            MOVE WK-CASE-OK           TO HIST-OK.
            MOVE WK-CASE-NG           TO HIST-NG.
            MOVE BLD-ACTIVE-ID        TO HIST-BUILD-ID.
            WRITE HISTORY-REC.
      *
      *    呼び出し側が設定済みのファイル名・件数をいったん退避し、
            MOVE WK-RUN-ID           TO MANIF-RUN-ID.
            MOVE WK-MANIF-FILE-W     TO MANIF-FILE-NAME.
            MOVE WK-MANIF-COUNT-W    TO MANIF-REC-COUNT.
            MOVE BLD-ACTIVE-ID       TO MANIF-BUILD-ID.
            WRITE MANIFEST-REC.
      *
      *    フィクスチャ版の刻印(FIXTCHKが出力先へ書いたもの)を
      *    台帳の先頭に載せる。件数は刻印行を除いたフィクスチャ数。
       P-036-WRITE-FIXTVER-ROW.
            MOVE WK-DIFF-IN-NAME      TO WK-DIFF-IN-SAVE.
            MOVE SPACES               TO WK-DIFF-IN-NAME.
            IF CTX-OUTDIR = SPACES
                MOVE "FIXTVER.TXT"    TO WK-DIFF-IN-NAME
            ELSE
                STRING CTX-OUTDIR     DELIMITED BY SPACE
                       "/FIXTVER.TXT" DELIMITED BY SIZE
                                  INTO WK-DIFF-IN-NAME
            END-IF.
            PERFORM P-089-COUNT-BASEDIFF.
            MOVE "FIXTVER.TXT"        TO MANIF-FILE-NAME.
            MOVE WK-DIFF-IN-COUNT     TO MANIF-REC-COUNT.
            PERFORM P-035-WRITE-MANIFEST-ROW.
            MOVE WK-DIFF-IN-SAVE      TO WK-DIFF-IN-NAME.
      *
      *    トレーラ欠落/件数不一致の警報。プログラムが結果ファイル
      *    を書き終える前に死んだ(または何かが.RESを書き換えた)
      *    疑いを、静かな過少集計で終わらせず警報行として残す。
                MOVE WK-GRAND-TOTAL   TO HIST-TOTAL
                MOVE WK-GRAND-OK      TO HIST-OK
                MOVE WK-GRAND-NG      TO HIST-NG
                MOVE BLD-ACTIVE-ID    TO HIST-BUILD-ID
                WRITE HISTORY-REC
            END-IF.
            CLOSE RUN-HISTORY-FILE.
       COPY KNOWNLDS.
      ******************************************************************
       COPY PROFPRC.
      ******************************************************************
       COPY BLDRPRC.
