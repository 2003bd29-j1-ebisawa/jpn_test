      ******************************************************************
      *    テストケース：BANKLOAD
      *    プログラム名：日本語化テスト 金融機関・店舗マスタの作成
      *    処理概要　　：全銀協の金融機関コードファイル(CSV)を読み、
      *                  金融機関・店舗マスタ(BANKMAST.IDX)を作り
      *                  直す。顧客口座(CUSTACCT.IDX)の登録時に
      *                  ACCTMNTが金融機関コード・支店コードをこの
      *                  マスタで確かめる。CSVの解析はCSVIMPと同じ
      *                  バイト単位の引用符状態機械で行う。
      *  --------------------------------------------------------------
      *   CSVの列: 金融機関コード,支店コード,金融機関名カナ,
      *   金融機関名,支店名カナ,支店名。支店コードが空の行は金融
      *   機関そのものの行。支店の行だけで金融機関の行が無い場合は
      *   最初の支店の行から金融機関の行を補う。同じキーが2回出た
      *   ら後の行で置き換える。
      *   入力ファイル名は環境変数BL-FILEで変えられる(既定
      *   ZENGCODE.CSV)。取り込めなかった行は行番号・理由付きで
      *   BANKERR.TXTへ書き、件数を戻り値にする。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           BANKLOAD.
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
           SELECT CSV-FILE            ASSIGN TO DYNAMIC WK-FILE-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CSV-FS.
           COPY BANKMSL.
           SELECT ERR-FILE            ASSIGN TO "BANKERR.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-REC                PIC X(200).
       COPY BANKMFD.
       FD  ERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERR-LINE               PIC X(160).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-CSV-FS          PIC XX.
           88  WK-CSV-FOUND                VALUE "00".
       01  WK-BANK-FS         PIC XX.
           88  WK-BANK-OK                  VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-FILE-NAME       PIC X(40)  VALUE "ZENGCODE.CSV".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
      *
      *    解析した項目(最大8列)。
       01  WK-FIELD-TAB.
           05  WK-FIELD-ENTRY  OCCURS 8 TIMES.
               10  WK-FIELD-VAL       PIC X(60).
               10  WK-FIELD-LEN       PIC 9(03)  COMP.
       01  WK-FIELD-CT        PIC 9(02)  COMP.
      *
      *    引用符状態機械の作業域。
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-OUT-POS         PIC 9(03)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-IN-QUOTE-SW     PIC X      VALUE "N".
           88  WK-IN-QUOTE                VALUE "Y"  FALSE "N".
       01  WK-LINE-LEN        PIC 9(03)  COMP.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-PARSE-ERR       PIC X(20).
      *
       01  WK-LINE-NO         PIC 9(07)  VALUE ZERO.
       01  WK-BANK-CT         PIC 9(07)  VALUE ZERO.
       01  WK-BRANCH-CT       PIC 9(07)  VALUE ZERO.
       01  WK-REPLACE-CT      PIC 9(07)  VALUE ZERO.
       01  WK-REJECT-CT       PIC 9(07)  VALUE ZERO.
       01  WK-ED-LINE         PIC ZZZZZZ9.
       01  WK-SAVE-REC        PIC X(97).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "BANKLOAD START".
            DISPLAY "BL-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            OPEN INPUT CSV-FILE.
            IF NOT WK-CSV-FOUND
                DISPLAY WK-FILE-NAME " NOT FOUND - NOTHING TO LOAD"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
      *    空のマスタを作ってから更新モードで開き直す(同じキーの
      *    再出現を置き換えで扱うため)。
            OPEN OUTPUT BANK-MASTER.
            CLOSE BANK-MASTER.
            OPEN I-O BANK-MASTER.
            OPEN OUTPUT ERR-FILE.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-020-ONE-LINE UNTIL WK-EOF.
            MOVE SPACES               TO ERR-LINE.
            STRING "TOTAL BANKS=" WK-BANK-CT
                   " BRANCHES=" WK-BRANCH-CT
                   " REPLACED=" WK-REPLACE-CT
                   " REJECTED=" WK-REJECT-CT
                   DELIMITED BY SIZE  INTO ERR-LINE.
            WRITE ERR-LINE.
            CLOSE ERR-FILE.
            CLOSE BANK-MASTER.
            CLOSE CSV-FILE.
            DISPLAY "BANKLOAD END  BANKS=" WK-BANK-CT
                    " BRANCHES=" WK-BRANCH-CT
                    " REJECTED=" WK-REJECT-CT
                    " -> BANKMAST.IDX".
            MOVE WK-REJECT-CT         TO RETURN-CODE.
            GOBACK
            .
      *
       P-020-ONE-LINE.
            READ CSV-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CSV-REC NOT = SPACES
                        ADD 1         TO WK-LINE-NO
                        PERFORM P-030-PARSE-LINE
                        PERFORM P-050-VALIDATE-LINE
                           THRU P-050-EXIT
                    END-IF
            END-READ.
      *
      *    引用符状態機械(CSVIMPと同じ規則)。全角(シフトJIS先行
      *    バイト)は2バイトをまとめて写し、区切り判定の対象に
      *    しない。引用符内のカンマは項目の一部。""は引用符1個。
       P-030-PARSE-LINE.
            MOVE SPACES               TO WK-PARSE-ERR.
            MOVE 1                    TO WK-FIELD-CT.
            PERFORM P-032-CLEAR-ONE-FIELD
               VARYING WK-SCAN FROM 1 BY 1
                  UNTIL WK-SCAN > 8.
            MOVE 1                    TO WK-OUT-POS.
            SET WK-IN-QUOTE           TO FALSE.
            MOVE ZERO                 TO WK-LINE-LEN.
            PERFORM P-034-FIND-TRIM
               VARYING WK-SCAN FROM 200 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-LINE-LEN NOT = ZERO.
            MOVE 1                    TO WK-POS.
            PERFORM P-036-ONE-BYTE THRU P-036-EXIT
               UNTIL WK-POS > WK-LINE-LEN.
            MOVE WK-OUT-POS           TO WK-SCAN.
            SUBTRACT 1                FROM WK-SCAN.
            MOVE WK-SCAN              TO WK-FIELD-LEN(WK-FIELD-CT).
            IF WK-IN-QUOTE
                MOVE "UNBALANCED QUOTE"  TO WK-PARSE-ERR
            END-IF.
      *
       P-032-CLEAR-ONE-FIELD.
            MOVE SPACES               TO WK-FIELD-VAL(WK-SCAN).
            MOVE ZERO                 TO WK-FIELD-LEN(WK-SCAN).
      *
       P-034-FIND-TRIM.
            IF CSV-REC(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-LINE-LEN
            END-IF.
      *
       P-036-ONE-BYTE.
            MOVE CSV-REC(WK-POS:1)    TO WK-BYTE.
            IF ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC"))
               AND WK-POS < WK-LINE-LEN
                IF WK-OUT-POS < 59
                    MOVE CSV-REC(WK-POS:2)
                         TO WK-FIELD-VAL(WK-FIELD-CT)
                            (WK-OUT-POS:2)
                    ADD 2             TO WK-OUT-POS
                END-IF
                ADD 2                 TO WK-POS
                GO TO P-036-EXIT
            END-IF.
            IF WK-BYTE = QUOTE
                IF WK-IN-QUOTE
                   AND WK-POS < WK-LINE-LEN
                   AND CSV-REC(WK-POS + 1:1) = QUOTE
                    IF WK-OUT-POS <= 60
                        MOVE QUOTE
                             TO WK-FIELD-VAL(WK-FIELD-CT)
                                (WK-OUT-POS:1)
                        ADD 1         TO WK-OUT-POS
                    END-IF
                    ADD 2             TO WK-POS
                ELSE
                    IF WK-IN-QUOTE
                        SET WK-IN-QUOTE  TO FALSE
                    ELSE
                        SET WK-IN-QUOTE  TO TRUE
                    END-IF
                    ADD 1             TO WK-POS
                END-IF
                GO TO P-036-EXIT
            END-IF.
            IF WK-BYTE = "," AND NOT WK-IN-QUOTE
                MOVE WK-OUT-POS       TO WK-SCAN
                SUBTRACT 1            FROM WK-SCAN
                MOVE WK-SCAN          TO WK-FIELD-LEN(WK-FIELD-CT)
                IF WK-FIELD-CT < 8
                    ADD 1             TO WK-FIELD-CT
                END-IF
                MOVE 1                TO WK-OUT-POS
                ADD 1                 TO WK-POS
                GO TO P-036-EXIT
            END-IF.
            IF WK-OUT-POS <= 60
                MOVE WK-BYTE
                     TO WK-FIELD-VAL(WK-FIELD-CT)(WK-OUT-POS:1)
                ADD 1                 TO WK-OUT-POS
            END-IF.
            ADD 1                     TO WK-POS.
       P-036-EXIT.
            EXIT.
      *
      *    項目規則の検査。通った行だけをマスタへ書く。
       P-050-VALIDATE-LINE.
            IF WK-PARSE-ERR NOT = SPACES
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
            IF WK-FIELD-CT < 4
                MOVE "TOO FEW FIELDS"  TO WK-PARSE-ERR
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
      *    列1: 金融機関コードは4桁の数字。
            IF WK-FIELD-LEN(1) NOT = 4
               OR WK-FIELD-VAL(1)(1:4) IS NOT NUMERIC
                MOVE "BAD BANK CODE"    TO WK-PARSE-ERR
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
      *    列2: 支店コードは3桁の数字か空。
            IF WK-FIELD-LEN(2) NOT = ZERO
               AND (WK-FIELD-LEN(2) NOT = 3
                    OR WK-FIELD-VAL(2)(1:3) IS NOT NUMERIC)
                MOVE "BAD BRANCH CODE"  TO WK-PARSE-ERR
                PERFORM P-060-WRITE-ERROR
                GO TO P-050-EXIT
            END-IF.
            MOVE SPACES               TO BANK-MASTER-REC.
            MOVE WK-FIELD-VAL(1)(1:4)  TO BM-BANK-CODE.
            MOVE WK-FIELD-VAL(3)(1:15) TO BM-BANK-KANA.
            MOVE WK-FIELD-VAL(4)(1:30) TO BM-BANK-NAME.
            IF WK-FIELD-LEN(2) = ZERO
                PERFORM P-070-PUT-REC
                GO TO P-050-EXIT
            END-IF.
      *    支店の行。金融機関の行がまだ無ければ先に補う。
            MOVE BANK-MASTER-REC      TO WK-SAVE-REC.
            READ BANK-MASTER
                INVALID KEY
                    MOVE WK-SAVE-REC  TO BANK-MASTER-REC
                    WRITE BANK-MASTER-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    ADD 1             TO WK-BANK-CT
            END-READ.
            MOVE WK-SAVE-REC          TO BANK-MASTER-REC.
            MOVE WK-FIELD-VAL(2)(1:3)  TO BM-BRANCH-CODE.
            MOVE WK-FIELD-VAL(5)(1:15) TO BM-BRANCH-KANA.
            MOVE WK-FIELD-VAL(6)(1:30) TO BM-BRANCH-NAME.
            PERFORM P-070-PUT-REC.
       P-050-EXIT.
            EXIT.
      *
       P-060-WRITE-ERROR.
            ADD 1                     TO WK-REJECT-CT.
            MOVE WK-LINE-NO           TO WK-ED-LINE.
            MOVE SPACES               TO ERR-LINE.
            STRING "LINE " WK-ED-LINE "  " WK-PARSE-ERR
                   "  " CSV-REC(1:100)
                   DELIMITED BY SIZE  INTO ERR-LINE.
            WRITE ERR-LINE.
      *
      *    1行を書く。同じキーが既にあれば後の行で置き換え、置き換え
      *    は金融機関・支店の件数に数えない。
       P-070-PUT-REC.
            WRITE BANK-MASTER-REC
                INVALID KEY
                    REWRITE BANK-MASTER-REC
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    ADD 1             TO WK-REPLACE-CT
                NOT INVALID KEY
                    IF BM-BRANCH-CODE = SPACES
                        ADD 1         TO WK-BANK-CT
                    ELSE
                        ADD 1         TO WK-BRANCH-CT
                    END-IF
            END-WRITE.
      ******************************************************************
