      ******************************************************************
      *    テストケース：CITYMRG
      *    プログラム名：日本語化テスト 市町村合併の住所置き換え
      *    処理概要　　：市町村合併で消えた旧市区町村名のまま残って
      *                  いる顧客住所を、合併表MERGTAB.TXT(旧都道
      *                  府県+旧市区町村→新市区町村・施行日・新郵便
      *                  番号)に従って置き換える。住所はADRSPLITで
      *                  都道府県・市区町村・残りに分解し、市区町村
      *                  が旧名と一致したものだけ新名で組み立て直す。
      *                  組み立て直した住所が全角20文字に収まらない
      *                  ものは置き換えずに要確認として報告する。
      *                  まず提案(変更前後の一覧)で確かめ、適用の
      *                  実行だけがファイルを書き換え、1件ごとに
      *                  保守ジャーナル(MNTJRNL.DAT)へ前像・後像を
      *                  残す。POSTCHKが旧市名を1件ずつ食い違いと
      *                  して挙げ続けることをなくす。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     CG-ACTION = PROPOSE | APPLY (既定PROPOSE)
      *       PROPOSE ... 変更前後の一覧をCITYMRG.RPTへ刷るだけ
      *       APPLY   ... 同じ一覧を刷り、顧客ファイルを書き換える
      *                   (AUTHCHKで権限を確かめる)
      *     CG-FILE   = 対象ファイル(既定TESTDATA.DAT)
      *     CG-DATE   = 基準日YYYYMMDD(既定は当日)。施行日が基準日
      *                 より後の合併は「施行前」として一覧に出すが
      *                 置き換えない
      *   合併表MERGTAB.TXT(1行1合併):
      *     旧都道府県N(05)・旧市区町村N(10)・新市区町村N(10)・
      *     施行日YYYYMMDD・新郵便番号X(07)(空白なら郵便番号は
      *     そのまま)。各項目の間は空白2桁。
      *   管理トレーラ(*CONTROL*)は件数・残高ハッシュとも変わら
      *   ないので、そのまま書き戻す。
      *   ジャーナルの前像・後像はCUSTMNTと同じ残高を除く顧客項目。
      *   戻り値: 20文字に収まらず置き換えなかった件数。合併表・
      *           対象ファイルなし・指定誤りは1、権限なしは8。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CITYMRG.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
      ******************************************************************
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE           ASSIGN TO DYNAMIC
                                        WK-FILE-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           SELECT NEW-FILE            ASSIGN TO "CITYMRG.TMP"
                                        ORGANIZATION IS SEQUENTIAL.
           SELECT MERGE-TAB-FILE      ASSIGN TO "MERGTAB.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-MERGE-FS.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC                PIC X(104).
       FD  MERGE-TAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-TAB-REC.
           05  MG-PREF                PIC N(05).
           05  FILLER                 PIC X(02).
           05  MG-OLD-CITY            PIC N(10).
           05  FILLER                 PIC X(02).
           05  MG-NEW-CITY            PIC N(10).
           05  FILLER                 PIC X(02).
           05  MG-EFF-DATE            PIC X(08).
           05  FILLER                 PIC X(02).
           05  MG-NEW-POSTAL          PIC X(07).
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-DATA-FS         PIC XX.
           88  WK-DATA-FOUND               VALUE "00".
       01  WK-MERGE-FS        PIC XX.
           88  WK-MERGE-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40)  VALUE "TESTDATA.DAT".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
       01  WK-ACTION          PIC X(07)  VALUE SPACES.
           88  WK-APPLY                   VALUE "APPLY".
       01  WK-ENV-DATE        PIC X(08)  VALUE SPACES.
       01  WK-RUN-DATE        PIC X(08).
      *
      *    合併表の作業表。
       01  WK-MG-TAB.
           05  WK-MG-ENTRY  OCCURS 500 TIMES INDEXED BY IDX-MG.
               10  WK-MG-PREF         PIC N(05).
               10  WK-MG-OLD-CITY     PIC N(10).
               10  WK-MG-NEW-CITY     PIC N(10).
               10  WK-MG-EFF-DATE     PIC X(08).
               10  WK-MG-NEW-POSTAL   PIC X(07).
       01  WK-MG-COUNT        PIC 9(03)  COMP  VALUE ZERO.
       01  WK-MG-HIT          PIC 9(03)  COMP.
       01  WK-MG-BAD-CT       PIC 9(05)  VALUE ZERO.
      *
      *    住所分解(ADRSPLIT)の受け渡し領域。
       01  AD-PARM.
           05  AD-INPUT                 PIC N(20).
           05  AD-PREF                  PIC N(05).
           05  AD-CITY                  PIC N(10).
           05  AD-REST                  PIC N(20).
           05  AD-STATUS                PIC X(02).
      *
      *    住所を組み立て直すバイト列ビュー。
       01  WK-PREF-N          PIC N(05).
       01  WK-PREF-X  REDEFINES WK-PREF-N  PIC X(10).
       01  WK-CITY-N          PIC N(10).
       01  WK-CITY-X  REDEFINES WK-CITY-N  PIC X(20).
       01  WK-REST-N          PIC N(20).
       01  WK-REST-X  REDEFINES WK-REST-N  PIC X(40).
       01  WK-BUILD-X         PIC X(80).
       01  WK-BUILD-PTR       PIC 9(03)  COMP.
       01  WK-BUILD-LEN       PIC 9(03)  COMP.
       01  WK-NEW-ADDR-N      PIC N(20).
       01  WK-NEW-ADDR-X  REDEFINES WK-NEW-ADDR-N  PIC X(40).
       01  WK-LEN-WORK        PIC X(40).
       01  WK-LEN             PIC 9(03)  COMP.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-PREF-LEN        PIC 9(03)  COMP.
       01  WK-CITY-LEN        PIC 9(03)  COMP.
       01  WK-REST-LEN        PIC 9(03)  COMP.
      *
      *    顧客レコードのバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
           05  WK-CX-SEQ              PIC X(06).
           05  WK-CX-NAME             PIC X(20).
           05  WK-CX-ADDRESS          PIC X(40).
           05  WK-CX-KANA             PIC X(20).
           05  WK-CX-BALANCE          PIC X(11).
           05  WK-CX-POSTAL           PIC X(07).
       01  WK-OLD-ADDR-X      PIC X(40).
       01  WK-OLD-POSTAL      PIC X(07).
      *
      *    保守ジャーナル用。残高を除く顧客項目の像(CUSTMNTと同じ)。
       01  WK-IMG-REC.
           05  IMG-SEQ                  PIC X(06).
           05  IMG-NAME                 PIC X(20).
           05  IMG-ADDRESS              PIC X(40).
           05  IMG-KANA                 PIC X(20).
           05  IMG-POSTAL               PIC X(07).
           05  IMG-STATUS               PIC X(01).
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    操作権限確認(AUTHCHK)の受け渡し領域。
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
       01  WK-KIND            PIC X(08).
       01  WK-READ-CT         PIC 9(07)  VALUE ZERO.
       01  WK-CHG-CT          PIC 9(07)  VALUE ZERO.
       01  WK-OVER-CT         PIC 9(07)  VALUE ZERO.
       01  WK-FUTURE-CT       PIC 9(07)  VALUE ZERO.
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "CITYMRG START".
            MOVE ZERO                 TO RETURN-CODE.
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "PROPOSE"
                    PERFORM P-020-REMAP THRU P-020-EXIT
                WHEN "APPLY"
                    PERFORM P-014-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-020-REMAP THRU P-020-EXIT
                    ELSE
                        DISPLAY "OPERATOR " AC-OPERATOR
                                " NOT AUTHORIZED FOR " WK-ACTION
                        MOVE 8        TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    DISPLAY "CG-ACTION MUST BE PROPOSE/APPLY"
                    MOVE 1            TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "CITYMRG END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "CITYMRG"            TO AC-PROGRAM.
            MOVE "MERGE"              TO AC-ACTION.
            MOVE WK-FILE-NAME        TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "CG-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            IF WK-ACTION = SPACES
                MOVE "PROPOSE"        TO WK-ACTION
            END-IF.
            DISPLAY "CG-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
            DISPLAY "CG-DATE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-DATE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-DATE = SPACES
                MOVE WK-SYS-DATE      TO WK-RUN-DATE
            ELSE
                MOVE WK-ENV-DATE      TO WK-RUN-DATE
            END-IF.
      *
      *    合併表を読み、顧客ファイルを1件ずつ突き合わせる。適用の
      *    ときは書き換えた全件を作業ファイルへ出し、最後に戻す。
       P-020-REMAP.
            IF WK-RUN-DATE IS NOT NUMERIC
                DISPLAY "CG-DATE MUST BE YYYYMMDD: " WK-RUN-DATE
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            PERFORM P-030-LOAD-TABLE THRU P-030-EXIT.
            IF WK-MG-COUNT = ZERO
                DISPLAY "MERGTAB.TXT NOT FOUND OR EMPTY"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN INPUT DATA-FILE.
            IF NOT WK-DATA-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "CITYMRG.RPT"         TO PS-REPORT-NAME.
            IF WK-APPLY
                MOVE "市町村合併の住所置き換え(適用)"
                                      TO PS-TITLE
                OPEN OUTPUT NEW-FILE
                OPEN EXTEND MNT-JRNL-FILE
            ELSE
                MOVE "市町村合併の住所置き換え(提案)"
                                      TO PS-TITLE
            END-IF.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  区分    顧客番号  変更前の住所"
                                              DELIMITED BY SIZE
                   "                              "
                                              DELIMITED BY SIZE
                   "変更後の住所"             DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-040-ONE-RECORD UNTIL WK-EOF.
            CLOSE DATA-FILE.
            IF WK-APPLY
                CLOSE MNT-JRNL-FILE
                CLOSE NEW-FILE
                PERFORM P-070-COPY-BACK
            END-IF.
            PERFORM P-080-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "RECORDS " WK-READ-CT
                    "  CHANGED " WK-CHG-CT
                    "  TOO LONG " WK-OVER-CT
                    "  NOT YET EFFECTIVE " WK-FUTURE-CT.
            IF WK-APPLY
                DISPLAY WK-FILE-NAME " UPDATED, MNTJRNL.DAT WRITTEN"
            ELSE
                DISPLAY "PROPOSAL ONLY - " WK-FILE-NAME " NOT CHANGED"
            END-IF.
            MOVE WK-OVER-CT           TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
      *    合併表の読込。施行日が日付でない行・新市区町村が空欄の
      *    行は使わずに件数を出す。
       P-030-LOAD-TABLE.
            OPEN INPUT MERGE-TAB-FILE.
            IF NOT WK-MERGE-FOUND
                GO TO P-030-EXIT
            END-IF.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-LOAD-ONE UNTIL WK-EOF.
            CLOSE MERGE-TAB-FILE.
            IF WK-MG-BAD-CT > ZERO
                DISPLAY "MERGTAB.TXT: " WK-MG-BAD-CT
                        " LINE(S) IGNORED"
            END-IF.
       P-030-EXIT.
            EXIT.
      *
       P-032-LOAD-ONE.
            READ MERGE-TAB-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF MG-EFF-DATE IS NOT NUMERIC
                       OR MG-NEW-CITY = SPACES
                       OR WK-MG-COUNT NOT < 500
                        ADD 1         TO WK-MG-BAD-CT
                    ELSE
                        ADD 1         TO WK-MG-COUNT
                        SET IDX-MG    TO WK-MG-COUNT
                        MOVE MG-PREF  TO WK-MG-PREF(IDX-MG)
                        MOVE MG-OLD-CITY
                                      TO WK-MG-OLD-CITY(IDX-MG)
                        MOVE MG-NEW-CITY
                                      TO WK-MG-NEW-CITY(IDX-MG)
                        MOVE MG-EFF-DATE
                                      TO WK-MG-EFF-DATE(IDX-MG)
                        MOVE MG-NEW-POSTAL
                                      TO WK-MG-NEW-POSTAL(IDX-MG)
                    END-IF
            END-READ.
      *
       P-040-ONE-RECORD.
            READ DATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        ADD 1         TO WK-READ-CT
                        PERFORM P-050-CHECK-RECORD THRU P-050-EXIT
                    END-IF
                    IF WK-APPLY
                        WRITE NEW-REC FROM CUSTOMER-REC
                    END-IF
            END-READ.
      *
      *    1件の突き合わせ。旧名と一致しなければ何もしない。
       P-050-CHECK-RECORD.
            MOVE CUST-ADDRESS         TO AD-INPUT.
            CALL "ADRSPLIT" USING AD-PARM.
            IF AD-STATUS NOT = "00"
                GO TO P-050-EXIT
            END-IF.
            MOVE ZERO                 TO WK-MG-HIT.
            PERFORM P-052-MATCH-OLD
               VARYING IDX-MG FROM 1 BY 1
                  UNTIL IDX-MG > WK-MG-COUNT
                     OR WK-MG-HIT NOT = ZERO.
            IF WK-MG-HIT = ZERO
                GO TO P-050-EXIT
            END-IF.
            SET IDX-MG                TO WK-MG-HIT.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE WK-CX-ADDRESS        TO WK-OLD-ADDR-X.
            MOVE CUST-POSTAL          TO WK-OLD-POSTAL.
            PERFORM P-060-BUILD-ADDRESS.
            IF WK-MG-EFF-DATE(IDX-MG) > WK-RUN-DATE
                MOVE "施行前"         TO WK-KIND
                ADD 1                 TO WK-FUTURE-CT
                PERFORM P-066-PRINT-LINE
                GO TO P-050-EXIT
            END-IF.
            IF WK-BUILD-LEN > 40
                MOVE "20字超"         TO WK-KIND
                ADD 1                 TO WK-OVER-CT
                PERFORM P-066-PRINT-LINE
                GO TO P-050-EXIT
            END-IF.
            MOVE "変更"               TO WK-KIND.
            ADD 1                     TO WK-CHG-CT.
            PERFORM P-066-PRINT-LINE.
            IF WK-APPLY
                PERFORM P-068-JOURNAL
            END-IF.
       P-050-EXIT.
            EXIT.
      *
       P-052-MATCH-OLD.
            IF AD-PREF = WK-MG-PREF(IDX-MG)
               AND AD-CITY = WK-MG-OLD-CITY(IDX-MG)
                SET WK-MG-HIT         TO IDX-MG
            END-IF.
      *
      *    都道府県+新市区町村+残りをバイト列で継ぎ、全角20文字
      *    (40バイト)に収まるかを見る。
       P-060-BUILD-ADDRESS.
            MOVE AD-PREF              TO WK-PREF-N.
            MOVE WK-MG-NEW-CITY(IDX-MG)  TO WK-CITY-N.
            MOVE AD-REST              TO WK-REST-N.
            MOVE WK-PREF-X            TO WK-LEN-WORK.
            PERFORM P-062-LENGTH.
            MOVE WK-LEN               TO WK-PREF-LEN.
            MOVE WK-CITY-X            TO WK-LEN-WORK.
            PERFORM P-062-LENGTH.
            MOVE WK-LEN               TO WK-CITY-LEN.
            MOVE WK-REST-X            TO WK-LEN-WORK.
            PERFORM P-062-LENGTH.
            MOVE WK-LEN               TO WK-REST-LEN.
            MOVE SPACES               TO WK-BUILD-X.
            MOVE 1                    TO WK-BUILD-PTR.
            IF WK-PREF-LEN > ZERO
                STRING WK-PREF-X(1:WK-PREF-LEN)   DELIMITED BY SIZE
                              INTO WK-BUILD-X
                              WITH POINTER WK-BUILD-PTR
            END-IF.
            IF WK-CITY-LEN > ZERO
                STRING WK-CITY-X(1:WK-CITY-LEN)   DELIMITED BY SIZE
                              INTO WK-BUILD-X
                              WITH POINTER WK-BUILD-PTR
            END-IF.
            IF WK-REST-LEN > ZERO
                STRING WK-REST-X(1:WK-REST-LEN)   DELIMITED BY SIZE
                              INTO WK-BUILD-X
                              WITH POINTER WK-BUILD-PTR
            END-IF.
            COMPUTE WK-BUILD-LEN = WK-BUILD-PTR - 1.
      *
       P-062-LENGTH.
            MOVE ZERO                 TO WK-LEN.
            PERFORM P-064-SCAN-BACK
               VARYING WK-SCAN FROM 40 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-LEN NOT = ZERO.
      *
       P-064-SCAN-BACK.
            IF WK-LEN-WORK(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-LEN
            END-IF.
      *
      *    一覧の1行。変更のときは顧客レコードも置き換える。
       P-066-PRINT-LINE.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-KIND                    DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   CUST-SEQ-NO                DELIMITED BY SIZE
                   "    "                     DELIMITED BY SIZE
                   WK-OLD-ADDR-X              DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-BUILD-X(1:40)           DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF WK-MG-NEW-POSTAL(IDX-MG) NOT = SPACES
                STRING "                    郵便番号 "
                                              DELIMITED BY SIZE
                       WK-OLD-POSTAL          DELIMITED BY SIZE
                       " → "                  DELIMITED BY SIZE
                       WK-MG-NEW-POSTAL(IDX-MG)
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-KIND = "変更"
                MOVE WK-BUILD-X(1:40) TO WK-NEW-ADDR-X
                MOVE WK-NEW-ADDR-N    TO CUST-ADDRESS
                IF WK-MG-NEW-POSTAL(IDX-MG) NOT = SPACES
                    MOVE WK-MG-NEW-POSTAL(IDX-MG)
                                      TO CUST-POSTAL
                END-IF
            END-IF.
      *
      *    適用時のジャーナル。前像は置き換え前のレコードから作る。
       P-068-JOURNAL.
            MOVE SPACES               TO WK-IMG-REC.
            MOVE WK-CX-SEQ            TO IMG-SEQ.
            MOVE WK-CX-NAME           TO IMG-NAME.
            MOVE WK-CX-ADDRESS        TO IMG-ADDRESS.
            MOVE WK-CX-KANA           TO IMG-KANA.
            MOVE WK-CX-POSTAL         TO IMG-POSTAL.
            MOVE WK-IMG-REC           TO WK-BEFORE-IMG.
            MOVE CUSTOMER-REC         TO WK-CUST-X.
            MOVE WK-CX-ADDRESS        TO IMG-ADDRESS.
            MOVE WK-CX-POSTAL         TO IMG-POSTAL.
            MOVE SPACES               TO MNT-JRNL-REC.
            MOVE WK-STAMP             TO MJ-STAMP.
            MOVE "CITYMRG"            TO MJ-PROGRAM.
            MOVE "MERGE"              TO MJ-ACTION.
            MOVE WK-FILE-NAME         TO MJ-FILE.
            MOVE WK-BEFORE-IMG        TO MJ-BEFORE.
            MOVE WK-IMG-REC           TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
      *
      *    作業ファイルから顧客ファイルへ書き戻す。
       P-070-COPY-BACK.
            OPEN INPUT NEW-FILE.
            OPEN OUTPUT DATA-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-072-COPY-ONE UNTIL WK-EOF.
            CLOSE DATA-FILE.
            CLOSE NEW-FILE.
      *
       P-072-COPY-ONE.
            READ NEW-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END    WRITE CUSTOMER-REC FROM NEW-REC
            END-READ.
      *
       P-080-TOTALS.
            PERFORM P-090-WRITE.
            MOVE WK-READ-CT           TO WK-ED-COUNT.
            STRING "  顧客件数              "   DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CHG-CT            TO WK-ED-COUNT.
            IF WK-APPLY
                STRING "  置き換えた件数        "
                                              DELIMITED BY SIZE
                       WK-ED-COUNT            DELIMITED BY SIZE
                              INTO PS-LINE
            ELSE
                STRING "  置き換える件数(提案)  "
                                              DELIMITED BY SIZE
                       WK-ED-COUNT            DELIMITED BY SIZE
                              INTO PS-LINE
            END-IF.
            PERFORM P-090-WRITE.
            MOVE WK-OVER-CT           TO WK-ED-COUNT.
            STRING "  20文字超で要確認      "   DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-FUTURE-CT         TO WK-ED-COUNT.
            STRING "  施行前で置き換えない  "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            IF NOT WK-APPLY
                STRING "  ※提案のみ。"          DELIMITED BY SIZE
                       "顧客ファイルは変更していない"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
