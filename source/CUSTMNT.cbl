      ******************************************************************
      *    テストケース：CUSTMNT
      *    プログラム名：日本語化テスト 顧客マスタの保守
      *    処理概要　　：顧客索引マスタ(CUSTMAST.IDX)の顧客を1件
      *                  ずつ追加・変更・解約する保守プログラム。
      *                  書き込む前にCUSTEDITと同じ項目規則で
      *                  検査し、操作はAUTHCHKで権限を確かめ、
      *                  更新の前像・後像を保守ジャーナル
      *                  (MNTJRNL.DAT)へ残す。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     CM-ACTION  = LIST | ADD | CHG | CLOSE
      *     CM-SEQ     = 顧客番号(6桁)        (ADD/CHG/CLOSE)
      *     CM-NAME    = 氏名(全角)           (ADD必須、CHGは変更時)
      *     CM-ADDRESS = 住所(全角)           (ADD必須、CHGは変更時)
      *     CM-KANA    = カナ(半角)           (ADD必須、CHGは変更時)
      *     CM-POSTAL  = 郵便番号(7桁)        (ADD必須、CHGは変更時)
      *   CHGは空でない項目だけを置き換える。カナを変えると主キー
      *   (正規化カナ+連番)が変わるため、旧レコードを削除して新
      *   しいキーで書き直す。解約済みの顧客は変更できない。
      *   残高はTXNPOSTが管理するため、このプログラムでは触らない
      *   (追加時はゼロ)。ジャーナルの前像・後像には残高を除く
      *   顧客項目と状態を写す。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           CUSTMNT.
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
           COPY CUSTMSL.
           COPY MNTJSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY CUSTMFD.
       COPY MNTJFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-MAST-FS         PIC XX.
           88  WK-MAST-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
       01  WK-ACTION          PIC X(05)  VALUE SPACES.
       01  WK-TGT-SEQ         PIC X(06)  VALUE SPACES.
       01  WK-TGT-SEQ-N REDEFINES WK-TGT-SEQ
                              PIC 9(06).
       01  WK-TGT-NAME        PIC X(20)  VALUE SPACES.
       01  WK-TGT-ADDRESS     PIC X(40)  VALUE SPACES.
       01  WK-TGT-KANA        PIC X(20)  VALUE SPACES.
       01  WK-TGT-POSTAL      PIC X(07)  VALUE SPACES.
      *
      *    編集・書き込み対象の顧客レコード(CUSTRECの並び)。
       COPY CUSTREC.
       01  WK-REC-X           PIC X(104).
       01  WK-REC-BAD-SW      PIC X      VALUE "N".
           88  WK-REC-BAD                 VALUE "Y"  FALSE "N".
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-BYTE2           PIC X(01).
       01  WK-REASON          PIC X(50).
       01  WK-LIST-CT         PIC 9(07)  VALUE ZERO.
       01  WK-OLD-KEY         PIC X(46).
       01  WK-SAVE-REC        PIC X(191).
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。
       01  KN-PARM.
           05  KN-DIRECTION             PIC X(01).
           05  KN-INPUT                 PIC X(40).
           05  KN-OUTPUT                PIC X(80).
           05  KN-STATUS                PIC X(02).
      *
      *    保守ジャーナル用。残高を除く顧客項目と状態の像。
       01  WK-IMG-REC.
           05  IMG-SEQ                  PIC X(06).
           05  IMG-NAME                 PIC X(20).
           05  IMG-ADDRESS              PIC X(40).
           05  IMG-KANA                 PIC X(20).
           05  IMG-POSTAL               PIC X(07).
           05  IMG-STATUS               PIC X(01).
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
            DISPLAY "CUSTMNT START".
            PERFORM P-015-ACCEPT-PARMS.
            EVALUATE WK-ACTION
                WHEN "LIST"
                    PERFORM P-030-LIST-ALL THRU P-030-EXIT
                WHEN "ADD"
                WHEN "CHG"
                WHEN "CLOSE"
                    PERFORM P-014-CHECK-AUTHORITY
                    IF AC-ALLOW = "Y"
                        PERFORM P-020-MAINTAIN THRU P-020-EXIT
                    ELSE
                        PERFORM P-016-REFUSE
                    END-IF
                WHEN OTHER
                    DISPLAY "CM-ACTION MUST BE LIST/ADD/CHG/CLOSE"
                    MOVE 1           TO RETURN-CODE
            END-EVALUATE.
            DISPLAY "CUSTMNT END".
            GOBACK
            .
      *
       P-014-CHECK-AUTHORITY.
            MOVE SPACES              TO AC-PARM.
            MOVE "CUSTMNT"            TO AC-PROGRAM.
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
            DISPLAY "CM-ACTION"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ACTION            FROM ENVIRONMENT-VALUE.
            DISPLAY "CM-SEQ"            UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-SEQ           FROM ENVIRONMENT-VALUE.
            DISPLAY "CM-NAME"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-NAME          FROM ENVIRONMENT-VALUE.
            DISPLAY "CM-ADDRESS"        UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-ADDRESS       FROM ENVIRONMENT-VALUE.
            DISPLAY "CM-KANA"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-KANA          FROM ENVIRONMENT-VALUE.
            DISPLAY "CM-POSTAL"         UPON ENVIRONMENT-NAME.
            ACCEPT  WK-TGT-POSTAL        FROM ENVIRONMENT-VALUE.
            ACCEPT WK-SYS-DATE           FROM DATE YYYYMMDD.
            ACCEPT WK-SYS-TIME           FROM TIME.
            MOVE SPACES                  TO WK-STAMP.
            STRING WK-SYS-DATE           DELIMITED BY SIZE
                   WK-SYS-TIME(1:6)      DELIMITED BY SIZE
                              INTO WK-STAMP.
      *
      *    追加・変更・解約の共通入口。顧客番号で副キー読みを行い、
      *    操作ごとの処理へ振り分ける。
       P-020-MAINTAIN.
            IF WK-TGT-SEQ IS NOT NUMERIC
                DISPLAY "CM-SEQ MUST BE 6 DIGITS: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            OPEN I-O CUST-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - RUN CI-ACTION=LOAD FIRST"
                MOVE 1               TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            MOVE WK-TGT-SEQ-N        TO CM-CUST-SEQ.
            READ CUST-MASTER KEY IS CM-CUST-SEQ
                INVALID KEY
                    MOVE "23"          TO WK-MAST-FS
            END-READ.
            EVALUATE WK-ACTION
                WHEN "ADD"
                    PERFORM P-040-ADD-CUSTOMER THRU P-040-EXIT
                WHEN "CHG"
                    PERFORM P-050-CHANGE-CUSTOMER THRU P-050-EXIT
                WHEN "CLOSE"
                    PERFORM P-060-CLOSE-CUSTOMER THRU P-060-EXIT
            END-EVALUATE.
            CLOSE CUST-MASTER.
       P-020-EXIT.
            EXIT.
      *
      *    主キー順(カナ順)の一覧。
       P-030-LIST-ALL.
            OPEN INPUT CUST-MASTER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTMAST.IDX NOT AVAILABLE (FILE STATUS "
                        WK-MAST-FS ") - RUN CI-ACTION=LOAD FIRST"
                MOVE 1               TO RETURN-CODE
                GO TO P-030-EXIT
            END-IF.
            DISPLAY "SEQ     ST  NAME                  KANA"
                    "                  POSTAL   UPDATED".
            MOVE "N"                 TO WK-EOF-SW.
            PERFORM P-032-LIST-ONE UNTIL WK-EOF.
            CLOSE CUST-MASTER.
            DISPLAY "TOTAL " WK-LIST-CT " CUSTOMER(S)".
       P-030-EXIT.
            EXIT.
      *
       P-032-LIST-ONE.
            READ CUST-MASTER NEXT
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1            TO WK-LIST-CT
                    MOVE CM-CUST-REC TO CUSTOMER-REC
                    MOVE CUSTOMER-REC TO WK-REC-X
                    DISPLAY WK-REC-X(1:6) "  " CM-STATUS "   "
                            WK-REC-X(7:20) "  " WK-REC-X(67:20)
                            "  " WK-REC-X(98:7) "  " CM-UPDATED
            END-READ.
      *
      *    追加。顧客番号が未登録であること、項目規則を満たすこと。
       P-040-ADD-CUSTOMER.
            IF WK-MAST-OK
                DISPLAY "CUSTOMER ALREADY EXISTS: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            IF WK-TGT-NAME = SPACES OR WK-TGT-ADDRESS = SPACES
               OR WK-TGT-KANA = SPACES OR WK-TGT-POSTAL = SPACES
                DISPLAY "ADD REQUIRES CM-NAME/CM-ADDRESS/CM-KANA/"
                        "CM-POSTAL"
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE SPACES              TO WK-REC-X.
            MOVE WK-TGT-SEQ          TO WK-REC-X(1:6).
            MOVE WK-TGT-NAME         TO WK-REC-X(7:20).
            MOVE WK-TGT-ADDRESS      TO WK-REC-X(27:40).
            MOVE WK-TGT-KANA         TO WK-REC-X(67:20).
            MOVE WK-TGT-POSTAL       TO WK-REC-X(98:7).
            MOVE WK-REC-X            TO CUSTOMER-REC.
            MOVE ZERO                TO CUST-BALANCE.
            MOVE CUSTOMER-REC        TO WK-REC-X.
            PERFORM P-070-APPLY-RULES.
            IF WK-REC-BAD
                MOVE 1               TO RETURN-CODE
                GO TO P-040-EXIT
            END-IF.
            MOVE "(NONE)"            TO WK-BEFORE-IMG.
            MOVE SPACES              TO CUST-MASTER-REC.
            MOVE WK-REC-X            TO CM-CUST-REC.
            PERFORM P-080-SET-KEY.
            SET CM-ACTIVE            TO TRUE.
            MOVE WK-SYS-DATE         TO CM-OPEN-DATE.
            MOVE ZERO                TO CM-CLOSE-DATE.
            MOVE WK-STAMP            TO CM-UPDATED.
            MOVE AC-OPERATOR         TO CM-OPERATOR.
            WRITE CUST-MASTER-REC
                INVALID KEY
                    DISPLAY "WRITE FAILED (FILE STATUS "
                            WK-MAST-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-040-EXIT
            END-WRITE.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "CUSTOMER ADDED: " WK-TGT-SEQ.
       P-040-EXIT.
            EXIT.
      *
      *    変更。空でない項目だけを置き換えて項目規則を通す。
       P-050-CHANGE-CUSTOMER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTOMER NOT FOUND: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-050-EXIT
            END-IF.
            IF CM-CLOSED
                DISPLAY "CUSTOMER IS CLOSED: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-050-EXIT
            END-IF.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-BEFORE-IMG.
            MOVE CM-KEY              TO WK-OLD-KEY.
            MOVE CM-CUST-REC         TO WK-REC-X.
            IF WK-TGT-NAME NOT = SPACES
                MOVE WK-TGT-NAME     TO WK-REC-X(7:20)
            END-IF.
            IF WK-TGT-ADDRESS NOT = SPACES
                MOVE WK-TGT-ADDRESS  TO WK-REC-X(27:40)
            END-IF.
            IF WK-TGT-KANA NOT = SPACES
                MOVE WK-TGT-KANA     TO WK-REC-X(67:20)
            END-IF.
            IF WK-TGT-POSTAL NOT = SPACES
                MOVE WK-TGT-POSTAL   TO WK-REC-X(98:7)
            END-IF.
            PERFORM P-070-APPLY-RULES.
            IF WK-REC-BAD
                MOVE 1               TO RETURN-CODE
                GO TO P-050-EXIT
            END-IF.
            MOVE WK-REC-X            TO CM-CUST-REC.
            PERFORM P-080-SET-KEY.
            MOVE WK-STAMP            TO CM-UPDATED.
            MOVE AC-OPERATOR         TO CM-OPERATOR.
            IF CM-KEY = WK-OLD-KEY
                REWRITE CUST-MASTER-REC
                    INVALID KEY
                        DISPLAY "REWRITE FAILED (FILE STATUS "
                                WK-MAST-FS ")"
                        MOVE 1       TO RETURN-CODE
                        GO TO P-050-EXIT
                END-REWRITE
            ELSE
                PERFORM P-055-MOVE-KEY THRU P-055-EXIT
                IF RETURN-CODE NOT = ZERO
                    GO TO P-050-EXIT
                END-IF
            END-IF.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "CUSTOMER CHANGED: " WK-TGT-SEQ.
       P-050-EXIT.
            EXIT.
      *
      *    カナ変更で主キーが変わる場合。新レコードを退避して旧キー
      *    を削除し、新しいキーで書き直す。
       P-055-MOVE-KEY.
            MOVE CUST-MASTER-REC     TO WK-SAVE-REC.
            MOVE WK-OLD-KEY          TO CM-KEY.
            DELETE CUST-MASTER
                INVALID KEY
                    DISPLAY "DELETE FAILED (FILE STATUS "
                            WK-MAST-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-055-EXIT
            END-DELETE.
            MOVE WK-SAVE-REC         TO CUST-MASTER-REC.
            WRITE CUST-MASTER-REC
                INVALID KEY
                    DISPLAY "WRITE FAILED (FILE STATUS "
                            WK-MAST-FS ")"
                    MOVE 1           TO RETURN-CODE
            END-WRITE.
       P-055-EXIT.
            EXIT.
      *
      *    解約。レコードは残し、状態と解約日を立てる。
       P-060-CLOSE-CUSTOMER.
            IF NOT WK-MAST-OK
                DISPLAY "CUSTOMER NOT FOUND: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            IF CM-CLOSED
                DISPLAY "CUSTOMER ALREADY CLOSED: " WK-TGT-SEQ
                MOVE 1               TO RETURN-CODE
                GO TO P-060-EXIT
            END-IF.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-BEFORE-IMG.
            SET CM-CLOSED            TO TRUE.
            MOVE WK-SYS-DATE         TO CM-CLOSE-DATE.
            MOVE WK-STAMP            TO CM-UPDATED.
            MOVE AC-OPERATOR         TO CM-OPERATOR.
            REWRITE CUST-MASTER-REC
                INVALID KEY
                    DISPLAY "REWRITE FAILED (FILE STATUS "
                            WK-MAST-FS ")"
                    MOVE 1           TO RETURN-CODE
                    GO TO P-060-EXIT
            END-REWRITE.
            PERFORM P-085-BUILD-IMAGE.
            MOVE WK-IMG-REC          TO WK-AFTER-IMG.
            PERFORM P-090-WRITE-JOURNAL.
            DISPLAY "CUSTOMER CLOSED: " WK-TGT-SEQ.
       P-060-EXIT.
            EXIT.
      *
      *    CUSTEDITと同じ項目規則(連番の昇順は一括入力に固有の
      *    ため、ここでは数字であることだけを見る)。落ちた理由は
      *    項目ごとに表示する。
       P-070-APPLY-RULES.
            SET WK-REC-BAD            TO FALSE.
            IF WK-REC-X(1:6) IS NOT NUMERIC
                MOVE "CUST-SEQ-NO NOT NUMERIC"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
      *    氏名: 全角(シフトJIS2バイト対)と空白のみ。
            MOVE 7                    TO WK-POS.
            PERFORM P-072-CHECK-ZEN-BYTE THRU P-072-EXIT
               UNTIL WK-POS > 26.
      *    カナ: 半角カナ(A1-DF)と空白のみ。
            PERFORM P-074-CHECK-KANA-BYTE
               VARYING WK-POS FROM 67 BY 1
                  UNTIL WK-POS > 86.
      *    残高: 末尾の符号バイトを除き数字のみ。
            IF WK-REC-X(87:10) IS NOT NUMERIC
                MOVE "CUST-BALANCE NOT NUMERIC"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
            END-IF.
      *
       P-072-CHECK-ZEN-BYTE.
            MOVE WK-REC-X(WK-POS:1)   TO WK-BYTE.
            IF WK-BYTE = SPACE
                ADD 1                 TO WK-POS
                GO TO P-072-EXIT
            END-IF.
            IF ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC"))
               AND WK-POS < 26
                MOVE WK-REC-X(WK-POS + 1:1)  TO WK-BYTE2
                IF (WK-BYTE2 >= X"40" AND WK-BYTE2 <= X"7E")
                   OR (WK-BYTE2 >= X"80" AND WK-BYTE2 <= X"FC")
                    ADD 2             TO WK-POS
                    GO TO P-072-EXIT
                END-IF
            END-IF.
            MOVE "CUST-NAME NOT ALL FULL-WIDTH"  TO WK-REASON.
            PERFORM P-078-SHOW-REASON.
            MOVE 27                   TO WK-POS.
       P-072-EXIT.
            EXIT.
      *
       P-074-CHECK-KANA-BYTE.
            MOVE WK-REC-X(WK-POS:1)   TO WK-BYTE.
            IF WK-BYTE NOT = SPACE
               AND (WK-BYTE < X"A1" OR WK-BYTE > X"DF")
                MOVE "CUST-KANA NOT HALF-WIDTH KANA"  TO WK-REASON
                PERFORM P-078-SHOW-REASON
                MOVE 87               TO WK-POS
            END-IF.
      *
       P-078-SHOW-REASON.
            SET WK-REC-BAD            TO TRUE.
            DISPLAY "  REJECTED: " WK-REASON.
      *
      *    主キー(正規化カナ+連番)をWK-REC-Xのカナから組み立てる。
       P-080-SET-KEY.
            MOVE "F"                  TO KN-DIRECTION.
            MOVE WK-REC-X(67:20)      TO KN-INPUT.
            CALL "KANANRM" USING KN-PARM.
            MOVE KN-OUTPUT(1:40)      TO CM-NORM-KANA.
            MOVE CM-CUST-SEQ          TO CM-SEQ-NO.
      *
      *    現在のマスタレコードからジャーナル用の像を組み立てる。
       P-085-BUILD-IMAGE.
            MOVE CM-CUST-REC          TO WK-REC-X.
            MOVE SPACES               TO WK-IMG-REC.
            MOVE WK-REC-X(1:6)        TO IMG-SEQ.
            MOVE WK-REC-X(7:20)       TO IMG-NAME.
            MOVE WK-REC-X(27:40)      TO IMG-ADDRESS.
            MOVE WK-REC-X(67:20)      TO IMG-KANA.
            MOVE WK-REC-X(98:7)       TO IMG-POSTAL.
            MOVE CM-STATUS            TO IMG-STATUS.
      *
      *    更新1件の前像・後像を保守ジャーナルへ追記する。
       P-090-WRITE-JOURNAL.
            OPEN EXTEND MNT-JRNL-FILE.
            MOVE SPACES              TO MNT-JRNL-REC.
            MOVE WK-STAMP            TO MJ-STAMP.
            MOVE "CUSTMNT"            TO MJ-PROGRAM.
            MOVE WK-ACTION           TO MJ-ACTION.
            MOVE "CUSTMAST.IDX"       TO MJ-FILE.
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
