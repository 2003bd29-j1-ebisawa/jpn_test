      *   操作は環境変数CI-ACTIONで渡す:
      *     LOAD ... TESTDATA.DATからCUSTMAST.IDXを作り直す
      *              (キー=正規化カナ+連番。重複カナも一意になる)
      *              以後の追加・変更・解約はCUSTMNTで行う。
      *              CUSTMAST.IDXが既にあればCUSTMNT・CUSTMRGの
      *              保守を消さないよう作り直さずRC=8で終わる。
      *              初期化し直すのが意図ならCI-FORCE=1で押し通す
      *     INQ  ... 対話照会(既定)。空入力で終了
      ******************************************************************
       IDENTIFICATION        DIVISION.
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
           COPY CUSTMSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY CUSTMFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-ACTION          PIC X(05)  VALUE SPACES.
       01  WK-FORCE           PIC X(01)  VALUE SPACE.
      *
      *    KANANRM(カナ幅正規化)の受け渡し領域。
       01  KN-PARM.
       01  WK-ANSWER          PIC X(01).
       01  WK-SHOW-CT         PIC 9(02)  COMP.
       01  WK-LOAD-CT         PIC 9(07)  VALUE ZERO.
       01  WK-SYS-DATE        PIC 9(08).
      *
      *    表示用のバイト列ビュー(CUSTRECと同じ並び)。
       01  WK-CUST-X.
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
      *    既存のマスタは保守済みの内容を持つ。明示の指定が無い限り
      *    作り直さない。
            DISPLAY "CI-FORCE"          UPON ENVIRONMENT-NAME.
            ACCEPT  WK-FORCE             FROM ENVIRONMENT-VALUE.
            OPEN INPUT CUST-MASTER.
            IF WK-MAST-OK
                CLOSE CUST-MASTER
                IF WK-FORCE NOT = "1"
                    DISPLAY "CUSTMAST.IDX ALREADY EXISTS - NOT RELOADED"
                            " (SET CI-FORCE=1 TO REBUILD)"
                    CLOSE TDATA-FILE
                    MOVE 8            TO RETURN-CODE
                    GOBACK
                END-IF
                DISPLAY "CI-FORCE=1 - REBUILDING EXISTING CUSTMAST.IDX"
            END-IF.
            OPEN OUTPUT CUST-MASTER.
            ACCEPT WK-SYS-DATE        FROM DATE YYYYMMDD.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE CUST-MASTER.
                        MOVE KN-OUTPUT(1:40)  TO CM-NORM-KANA
                        MOVE CUST-SEQ-NO      TO CM-SEQ-NO
                        MOVE CUSTOMER-REC     TO CM-CUST-REC
                        SET CM-ACTIVE         TO TRUE
                        MOVE WK-SYS-DATE      TO CM-OPEN-DATE
                        MOVE ZERO             TO CM-CLOSE-DATE
                        MOVE "CUSTINQ"        TO CM-OPERATOR
                        WRITE CUST-MASTER-REC
                        ADD 1         TO WK-LOAD-CT
                    END-IF
            DISPLAY "氏名    : " WK-CX-NAME.
            DISPLAY "カナ    : " WK-CX-KANA.
            DISPLAY "住所    : " WK-CX-ADDRESS.
            IF CM-CLOSED
                DISPLAY "状態    : 解約 (" CM-CLOSE-DATE ")"
            END-IF.
      *    残高は顧客レコード様式(CUSTREC)を経由して編集する
      *    (符号の刻印と暗黙の小数点を正しく扱うため)。
            IF WK-CX-BALANCE(1:10) IS NUMERIC
