      ******************************************************************
      *    テストケース：ACCTMNT
      *    プログラム名：日本語化テスト 顧客口座の保守
      *    処理概要　　：顧客口座ファイル(CUSTACCT.IDX、顧客番号が
      *                  キー)の口座を1件ずつ登録・変更・削除する
      *                  保守プログラム。金融機関コード・支店
      *                  コードは金融機関・店舗マスタ(BANKMAST.IDX)
      *                  に無ければ拒否し、口座名義カナはKANANRMで
      *                  正規化して顧客マスタ(CUSTMAST.IDX)の
      *                  CUST-KANAと一致しなければ拒否する。操作は
      *                  AUTHCHKで権限を確かめ、前像・後像を保守
      *                  ジャーナル(MNTJRNL.DAT)へ残す。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     BA-ACTION  = LIST | ADD | CHG | DEL
      *     BA-SEQ     = 顧客番号(6桁)           (ADD/CHG/DEL)
      *     BA-BANK    = 金融機関コード(4桁)     (ADD必須)
      *     BA-BRANCH  = 支店コード(3桁)         (ADD必須)
      *     BA-TYPE    = 預金種目 1/2/4/9        (ADD必須)
      *     BA-ACCT    = 口座番号(7桁)           (ADD必須)
      *     BA-HOLDER  = 口座名義(半角カナ)      (ADD必須)
      *     BA-DEBIT   = 口座振替依頼書 Y/N      (ADDの既定N)
      *     BA-FEE     = 振込手数料 S=当方負担 P=先方負担
      *                                          (ADDの既定S)
      *   CHGは空でない項目だけを置き換え、置き換えた後の口座全体
      *   を登録時と同じ規則で検査する。解約済みの顧客には登録・
      *   変更できない。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           ACCTMNT.
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
           COPY ACCTMSL.
           COPY BANKMSL.
           COPY CUSTMSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY ACCTMFD.
       COPY BANKMFD.
       COPY CUSTMFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-ACCT-FS         PIC XX.
           88  WK-ACCT-OK                  VALUE "00".
       01  WK-BANK-FS         PIC XX.
           88  WK-BANK-OK                  VALUE "00".
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FOUND-SW        PIC X       VALUE "N".
           88  WK-FOUND                   VALUE "Y"  FALSE "N".
      *
       01  WK-ACTION          PIC X(05)  VALUE SPACES.
       01  WK-TGT-SEQ         PIC X(06)  VALUE SPACES.
       01  WK-TGT-SEQ-N REDEFINES WK-TGT-SEQ
                              PIC 9(06).
       01  WK-TGT-BANK        PIC X(04)  VALUE SPACES.
       01  WK-TGT-BRANCH      PIC X(03)  VALUE SPACES.
       01  WK-TGT-TYPE        PIC X(01)  VALUE SPACES.
       01  WK-TGT-ACCT        PIC X(07)  VALUE SPACES.
       01  WK-TGT-HOLDER      PIC X(30)  VALUE SPACES.
       01  WK-TGT-DEBIT       PIC X(01)  VALUE SPACES.
       01  WK-TGT-FEE         PIC X(01)  VALUE SPACES.
      *
       COPY CUSTREC.
       01  WK-REC-BAD-SW      PIC X      VALUE "N".
           88  WK-REC-BAD                 VALUE "Y"  FALSE "N".
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-REASON          PIC X(50).
       01  WK-LIST-CT         PIC 9(07)  VALUE ZERO.
       01  WK-NORM-A          PIC X(80).
       01  WK-NORM-B          PIC X(80).
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
      *    保守ジャーナル用。口座1件の像。
       01  WK-IMG-REC.
           05  IMG-SEQ                  PIC X(06).
           05  FILLER                   PIC X(01).
           05  IMG-BANK                 PIC X(04).
           05  FILLER                   PIC X(01).
           05  IMG-BRANCH               PIC X(03).
           05  FILLER                   PIC X(01).
           05  IMG-TYPE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  IMG-ACCT                 PIC X(07).
           05  FILLER                   PIC X(01).
           05  IMG-HOLDER               PIC X(30).
           05  FILLER                   PIC X(01).
           05  IMG-DEBIT                PIC X(01).
           05  FILLER                   PIC X(01).
           05  IMG-FEE                  PIC X(01).
       01  WK-BEFORE-IMG      PIC X(100).
       01  WK-AFTER-IMG       PIC X(100).
       01  WK-SYS-DATE        PIC 9(08).
       01  WK-SYS-TIME        PIC X(08).
       01  WK-STAMP           PIC X(14).
      *
      *    操作権限確認(AUTHCHK)の受け渡し領域。許可されない操作は
      *    実行せず、全試行がACCESSLG.TXTへ残る。
       01  AC-PARM.
           05  AC-PROGRAM               PIC X(10).
           05  AC-ACTION                PIC X(08).
           05  AC-KEY                   PIC X(30).
           05  AC-OPERATOR              PIC X(10).
           05  AC-ALLOW                 PIC X(01).
           05  AC-STATUS                PIC X(02).

      *
      *    監査ファイルの連鎖値(JRNCHN)の受け渡し領域。
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "ACCTMNT START".
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-030-LIST-ALL THRU P-030-EXIT
                WHEN "ADD"
                WHEN "CHG"
                WHEN "DEL"
                    PERFORM P-014-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-020-MAINTAIN THRU P-020-EXIT
                    ELSE
                        PERFORM P-016-REFUSE
                    END-IF
                WHEN OTHER
                    DISPLAY "BA-ACTION MUST BE LIST/ADD/CHG/DEL"
                    MOVE 1           TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "ACCTMNT END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "ACCTMNT"            TO AC-PROGRAM.
            MOVE WK-ACTION           TO AC-ACTION.
            MOVE WK-TGT-SEQ          TO AC-KEY.
            CALL "AUTHCHK" USING AC-PARM
                ON EXCEPTION
                    MOVE "Y"           TO AC-ALLOW
            END-CALL.
      *
       P-016-REFUSE.
            DISPLAY "OPERATOR " AC-OPERATOR
                    " NOT AUTHORIZED FOR " WK-ACTION.
            MOVE 8                   TO RETURN-CODE.
      *
       P-015-ACCEPT-PARMS.
            DISPLAY "BA-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-SEQ"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-SEQ           FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-BANK"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-BANK          FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-BRANCH"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-BRANCH        FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-TYPE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-TYPE          FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-ACCT"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-ACCT          FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-HOLDER"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-HOLDER        FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-DEBIT"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-DEBIT         FROM ENVIRONMENT-VALUE.
            DISPLAY "BA-FEE"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-FEE           FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
      *
      *    登録・変更・削除の共通入口。
       P-020-MAINTAIN.
            IF WK-TGT-SEQ IS NOT NUMERIC
                DISPLAY "BA-SEQ MUST BE 6 DIGITS: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN I-O CUST-ACCT-FILE.
            IF NOT WK-ACCT-OK
                DISPLAY "CUSTACCT.IDX NOT AVAILABLE (FILE STATUS "
                        WK-ACCT-FS ")"
                MOVE 1               TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE WK-TGT-SEQ-N        TO CA-SEQ-NO.
            SET WK-FOUND             TO TRUE.
            READ CUST-ACCT-FILE
                INVALID KEY
                    SET WK-FOUND       TO FALSE
            END-READ.
            EVALUATE WK-ACTION
                WHEN "ADD"
                    PERFORM P-040-ADD-ACCOUNT THRU P-040-EXIT
                WHEN "CHG"
                    PERFORM P-050-CHANGE-ACCOUNT THRU P-050-EXIT
                WHEN "DEL"
                    PERFORM P-060-DELETE-ACCOUNT THRU P-060-EXIT
            END-EVALUATE.
            CLOSE CUST-ACCT-FILE.
       P-020-EXIT.
            EXIT.
      *
       P-030-LIST-ALL.
            OPEN INPUT CUST-ACCT-FILE.
            IF NOT WK-ACCT-OK
                DISPLAY "CUSTACCT.IDX NOT AVAILABLE (FILE STATUS "
                        WK-ACCT-FS ")"
                MOVE 1               TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            DISPLAY "SEQ     BANK BR  T ACCOUNT  HOLDER"
                    "                         D F UPDATED".
            MOVE "N"                 TO WK-EOF-SW.
            PERFORM P-032-LIST-ONE UNTIL WK-EOF.
            CLOSE CUST-ACCT-FILE.
            DISPLAY "TOTAL " WK-LIST-CT " ACCOUNT(S)".
       P-030-EXIT.
            EXIT.
      *
       P-032-LIST-ONE.
            READ CUST-ACCT-FILE NEXT
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1            TO WK-LIST-CT
                    DISPLAY CA-SEQ-NO "  " CA-BANK-CODE " "
                            CA-BRANCH-CODE " " CA-ACCT-TYPE " "
                            CA-ACCT-NO "  " CA-HOLDER-KANA " "
                            CA-DEBIT-OK " " CA-FEE-BEARER " "
                            CA-UPDATED
            END-READ.
      *
      *    登録。口座が未登録であること、口座全体が規則を満たす
      *    こと。
       P-040-ADD-ACCOUNT.
            IF WK-FOUND
                DISPLAY "ACCOUNT ALREADY EXISTS: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE SPACES              TO CUST-ACCT-REC.
            MOVE WK-TGT-SEQ-N        TO CA-SEQ-NO.
            MOVE WK-TGT-BANK         TO CA-BANK-CODE.
            MOVE WK-TGT-BRANCH       TO CA-BRANCH-CODE.
            MOVE WK-TGT-TYPE         TO CA-ACCT-TYPE.
            MOVE WK-TGT-ACCT         TO CA-ACCT-NO.
            MOVE WK-TGT-HOLDER       TO CA-HOLDER-KANA.
            MOVE WK-TGT-DEBIT        TO CA-DEBIT-OK.
            IF CA-DEBIT-OK = SPACE
                MOVE "N"              TO CA-DEBIT-OK
            END-IF.
            MOVE WK-TGT-FEE          TO CA-FEE-BEARER.
            IF CA-FEE-BEARER = SPACE
                MOVE "S"              TO CA-FEE-BEARER
            END-IF.
            PERFORM P-070-APPLY-RULES THRU P-070-EXIT.
            IF WK-REC-BAD
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE "(NONE)"            TO WK-BEFORE-IMG.
            MOVE WK-STAMP            TO CA-UPDATED.
            MOVE AC-OPERATOR         TO CA-OPERATOR.
            WRITE CUST-ACCT-REC
                INVALID KEY
                    DISPLAY "WRITE FAILED (FILE STATUS "
                            WK-ACCT-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-040-EXIT
            END-WRITE.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "ACCOUNT ADDED: " WK-TGT-SEQ.
       P-040-EXIT.
            EXIT.
      *
      *    変更。空でない項目だけを置き換えて規則を通す。
       P-050-CHANGE-ACCOUNT.
            IF NOT WK-FOUND
                DISPLAY "ACCOUNT NOT FOUND: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-050-EXIT
            END-IF.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-BEFORE-IMG.
            IF WK-TGT-BANK NOT = SPACES
                MOVE WK-TGT-BANK     TO CA-BANK-CODE
            END-IF.
            IF WK-TGT-BRANCH NOT = SPACES
                MOVE WK-TGT-BRANCH   TO CA-BRANCH-CODE
            END-IF.
            IF WK-TGT-TYPE NOT = SPACES
                MOVE WK-TGT-TYPE     TO CA-ACCT-TYPE
            END-IF.
            IF WK-TGT-ACCT NOT = SPACES
                MOVE WK-TGT-ACCT     TO CA-ACCT-NO
            END-IF.
            IF WK-TGT-HOLDER NOT = SPACES
                MOVE WK-TGT-HOLDER   TO CA-HOLDER-KANA
            END-IF.
            IF WK-TGT-DEBIT NOT = SPACES
                MOVE WK-TGT-DEBIT    TO CA-DEBIT-OK
            END-IF.
            IF WK-TGT-FEE NOT = SPACES
                MOVE WK-TGT-FEE      TO CA-FEE-BEARER
            END-IF.
            PERFORM P-070-APPLY-RULES THRU P-070-EXIT.
            IF WK-REC-BAD
                MOVE 1               TO RETURN-CODE
                GO TO P-050-EXIT
            END-IF.
            MOVE WK-STAMP            TO CA-UPDATED.
            MOVE AC-OPERATOR         TO CA-OPERATOR.
            REWRITE CUST-ACCT-REC
                INVALID KEY
                    DISPLAY "REWRITE FAILED (FILE STATUS "
                            WK-ACCT-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-050-EXIT
            END-REWRITE.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "ACCOUNT CHANGED: " WK-TGT-SEQ.
       P-050-EXIT.
            EXIT.
      *
       P-060-DELETE-ACCOUNT.
            IF NOT WK-FOUND
                DISPLAY "ACCOUNT NOT FOUND: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-BEFORE-IMG.
            DELETE CUST-ACCT-FILE
                INVALID KEY
                    DISPLAY "DELETE FAILED (FILE STATUS "
                            WK-ACCT-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-060-EXIT
            END-DELETE.
            MOVE "(NONE)"            TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "ACCOUNT DELETED: " WK-TGT-SEQ.
       P-060-EXIT.
            EXIT.
      *
      *    口座1件の規則。落ちた理由は項目ごとに表示する。
      *      顧客が顧客マスタに有り、解約されていないこと
      *      金融機関・支店が金融機関・店舗マスタに有ること
      *      預金種目が1/2/4/9、口座番号が7桁の数字であること
      *      名義が半角カナと空白だけで、正規化してCUST-KANAと
      *      一致すること
       P-070-APPLY-RULES.
            SET WK-REC-BAD            TO FALSE.
            OPEN INPUT CUST-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - RUN CI-ACTION=LOAD FIRST"
                SET WK-REC-BAD        TO TRUE
                GO TO P-070-EXIT
            END-IF.
            MOVE CA-SEQ-NO            TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    MOVE "CUSTOMER NOT IN CUSTMAST"  TO WK-REASON
                    PERFORM P-078-SHOW-REASON
            END-READ.
            CLOSE CUST-MASTER.
            IF WK-REC-BAD
                GO TO P-070-EXIT
            END-IF.
            IF CM-CLOSED
                MOVE "CUSTOMER IS CLOSED"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
                GO TO P-070-EXIT
            END-IF.
            MOVE CM-CUST-REC          TO CUSTOMER-REC.
      *    金融機関・支店。金融機関の行と支店の行を別々に引いて
      *    どちらが無いかを理由に出す。
            OPEN INPUT BANK-MASTER.
            IF NOT WK-BANK-OK
                DISPLAY "BANKMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-BANK-FS ") - RUN BANKLOAD FIRST"
                SET WK-REC-BAD        TO TRUE
                GO TO P-070-EXIT
            END-IF.
            MOVE CA-BANK-CODE         TO BM-BANK-CODE.
            MOVE SPACES               TO BM-BRANCH-CODE.
            READ BANK-MASTER
                INVALID KEY
                    MOVE "UNKNOWN BANK CODE"  TO WK-REASON
                    PERFORM P-078-SHOW-REASON
            END-READ.
            IF NOT WK-REC-BAD
                MOVE CA-BRANCH-CODE   TO BM-BRANCH-CODE
                READ BANK-MASTER
                    INVALID KEY
                        MOVE "UNKNOWN BRANCH CODE"  TO WK-REASON
                        PERFORM P-078-SHOW-REASON
                END-READ
            END-IF.
            CLOSE BANK-MASTER.
            IF NOT CA-ACCT-TYPE-VALID
                MOVE "ACCOUNT TYPE NOT 1/2/4/9"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
            IF CA-ACCT-NO IS NOT NUMERIC
                MOVE "ACCOUNT NO NOT 7 DIGITS"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
            IF NOT CA-DEBIT-OK-VALID
                MOVE "DEBIT FLAG NOT Y/N"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
            IF NOT CA-FEE-BEARER-VALID
                MOVE "FEE BEARER NOT S/P"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
            IF CA-HOLDER-KANA = SPACES
                MOVE "HOLDER KANA MISSING"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
                GO TO P-070-EXIT
            END-IF.
            PERFORM P-074-CHECK-KANA-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > 30.
      *    名義とCUST-KANAを両方全角へ正規化して比べる。
            MOVE "F"                  TO KN-DIRECTION.
            MOVE CA-HOLDER-KANA       TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT            TO WK-NORM-A.
            MOVE "F"                  TO KN-DIRECTION.
            MOVE CUST-KANA            TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT            TO WK-NORM-B.
            IF WK-NORM-A NOT = WK-NORM-B
                MOVE "HOLDER KANA DOES NOT MATCH CUST-KANA"
                                      TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
       P-070-EXIT.
            EXIT.
      *
       P-074-CHECK-KANA-BYTE.
            MOVE CA-HOLDER-KANA(WK-POS:1)  TO WK-BYTE.
            IF WK-BYTE NOT = SPACE
               AND (WK-BYTE < X"A1" OR WK-BYTE > X"DF")
                MOVE "HOLDER NOT HALF-WIDTH KANA"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
                MOVE 31               TO WK-POS
            END-IF.
      *
       P-078-SHOW-REASON.
            SET WK-REC-BAD            TO TRUE.
            DISPLAY "  REJECTED: " WK-REASON.
      *
      *    現在の口座レコードからジャーナル用の像を組み立てる。
       P-085-BUILD-IMAGE.
            MOVE SPACES               TO WK-IMG-REC.
            MOVE CA-SEQ-NO            TO IMG-SEQ.
            MOVE CA-BANK-CODE         TO IMG-BANK.
            MOVE CA-BRANCH-CODE       TO IMG-BRANCH.
            MOVE CA-ACCT-TYPE         TO IMG-TYPE.
            MOVE CA-ACCT-NO           TO IMG-ACCT.
            MOVE CA-HOLDER-KANA       TO IMG-HOLDER.
            MOVE CA-DEBIT-OK          TO IMG-DEBIT.
            MOVE CA-FEE-BEARER        TO IMG-FEE.
      *
      *    更新1件の前像・後像を保守ジャーナルへ追記する。
       P-090-WRITE-JOURNAL.
            OPEN EXTEND MNT-JRNL-FILE.
            MOVE SPACES              TO MNT-JRNL-REC.
            MOVE WK-STAMP            TO MJ-STAMP.
            MOVE "ACCTMNT"            TO MJ-PROGRAM.
            MOVE WK-ACTION           TO MJ-ACTION.
            MOVE "CUSTACCT.IDX"       TO MJ-FILE.
            MOVE WK-BEFORE-IMG       TO MJ-BEFORE.
            MOVE WK-AFTER-IMG        TO MJ-AFTER.
      *    連番・連鎖値を付けて追記する(JRNCHN)。
            MOVE "N"                  TO JC-FUNCTION.
            MOVE "MNTJRNL.DAT"        TO JC-FILE.
            MOVE MNT-JRNL-REC         TO JC-RECORD.
            CALL "JRNCHN" USING JC-PARM.
            MOVE JC-RECORD            TO MNT-JRNL-REC.
            WRITE MNT-JRNL-REC.
            CLOSE MNT-JRNL-FILE.
      ******************************************************************
