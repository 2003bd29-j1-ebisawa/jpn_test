      ******************************************************************
      *    テストケース：PREFSUM
      *    プログラム名：日本語化テスト 都道府県別集計表
      *    処理概要　　：顧客ファイルTESTDATA.DATの住所を住所分解
      *                  サブプログラムADRSPLITで分解し、都道府県
      *                  ごとに顧客数・残高合計・平均残高と全体に
      *                  占める構成比(件数・残高)を集計して、地方
      *                  (北海道・東北・関東・中部・近畿・中国・
      *                  四国・九州沖縄)ごとの小計と総合計を付けて
      *                  PRTSRVで刷る。並びは都道府県コード(JIS)順
      *                  で、顧客のいない都道府県も0件で載せる。
      *                  都道府県が分からない住所(ADRSPLITの
      *                  ステータス10)は未分類の行に数える。
      *  --------------------------------------------------------------
      *   市区町村の区切りが無い住所(ステータス12)も都道府県は
      *   分かるので、その都道府県に数える(POSTCHKと同じ扱い)。
      *   構成比は総合計(未分類を含む)に対する百分率で、小数1桁
      *   に四捨五入する。平均残高は円未満を四捨五入する。
      *   戻り値: 顧客ファイルが無いときは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           PREFSUM.
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
           SELECT TDATA-FILE          ASSIGN TO "TESTDATA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-TDATA-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  TDATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-TDATA-FS        PIC XX.
           88  WK-TDATA-FOUND              VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-RUN-DATE        PIC 9(08).
      *
      *    都道府県表(47件、JISコード順)。名称と地方コードを持つ。
      *    名称はADRSPLITの都道府県名称表と同じ綴り。
       01  WK-PF-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "北海道".
               10  FILLER   PIC 9(01)  VALUE 1.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "青森県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "岩手県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "宮城県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "秋田県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "山形県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "福島県".
               10  FILLER   PIC 9(01)  VALUE 2.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "茨城県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "栃木県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "群馬県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "埼玉県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "千葉県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "東京都".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "神奈川県".
               10  FILLER   PIC 9(01)  VALUE 3.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "新潟県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "富山県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "石川県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "福井県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "山梨県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "長野県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "岐阜県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "静岡県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "愛知県".
               10  FILLER   PIC 9(01)  VALUE 4.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "三重県".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "滋賀県".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "京都府".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "大阪府".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "兵庫県".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "奈良県".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "和歌山県".
               10  FILLER   PIC 9(01)  VALUE 5.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "鳥取県".
               10  FILLER   PIC 9(01)  VALUE 6.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "島根県".
               10  FILLER   PIC 9(01)  VALUE 6.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "岡山県".
               10  FILLER   PIC 9(01)  VALUE 6.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "広島県".
               10  FILLER   PIC 9(01)  VALUE 6.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "山口県".
               10  FILLER   PIC 9(01)  VALUE 6.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "徳島県".
               10  FILLER   PIC 9(01)  VALUE 7.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "香川県".
               10  FILLER   PIC 9(01)  VALUE 7.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "愛媛県".
               10  FILLER   PIC 9(01)  VALUE 7.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "高知県".
               10  FILLER   PIC 9(01)  VALUE 7.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "福岡県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "佐賀県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "長崎県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "熊本県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "大分県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "宮崎県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "鹿児島県".
               10  FILLER   PIC 9(01)  VALUE 8.
           05  FILLER.
               10  FILLER   PIC N(04)  VALUE "沖縄県".
               10  FILLER   PIC 9(01)  VALUE 8.
       01  WK-PF-TAB  REDEFINES WK-PF-TABLE-DEF.
           05  WK-PF-ENTRY  OCCURS 47 TIMES INDEXED BY IDX-PF.
               10  WK-PF-NAME         PIC N(04).
               10  WK-PF-REGION       PIC 9(01).
       01  WK-PF-COUNT        PIC 9(03)  COMP  VALUE 47.
      *
      *    地方小計の見出し(地方コード順)。
       01  WK-RG-TABLE-DEF.
           05  FILLER   PIC X(24)  VALUE "【北海道】計".
           05  FILLER   PIC X(24)  VALUE "【東北】計".
           05  FILLER   PIC X(24)  VALUE "【関東】計".
           05  FILLER   PIC X(24)  VALUE "【中部】計".
           05  FILLER   PIC X(24)  VALUE "【近畿】計".
           05  FILLER   PIC X(24)  VALUE "【中国】計".
           05  FILLER   PIC X(24)  VALUE "【四国】計".
           05  FILLER   PIC X(24)  VALUE "【九州・沖縄】計".
       01  WK-RG-TAB  REDEFINES WK-RG-TABLE-DEF.
           05  WK-RG-LABEL  PIC X(24)  OCCURS 8 TIMES
                                        INDEXED BY IDX-RG.
      *
      *    都道府県ごとの集計(都道府県表と同じ並び)。
       01  WK-SM-TAB.
           05  WK-SM-ENTRY  OCCURS 47 TIMES INDEXED BY IDX-SM.
               10  WK-SM-COUNT        PIC 9(07).
               10  WK-SM-BALANCE      PIC S9(13)V9(02).
      *    地方小計・未分類・総合計。
       01  WK-RG-CT           PIC 9(07).
       01  WK-RG-BALANCE      PIC S9(13)V9(02).
       01  WK-UNCL-CT         PIC 9(07)  VALUE ZERO.
       01  WK-UNCL-BALANCE    PIC S9(13)V9(02)  VALUE ZERO.
       01  WK-TOTAL-CT        PIC 9(07)  VALUE ZERO.
       01  WK-TOTAL-BALANCE   PIC S9(13)V9(02)  VALUE ZERO.
       01  WK-HIT             PIC 9(03)  COMP.
       01  WK-CUR-REGION      PIC 9(01).
      *
      *    印字する1行分の値。P-060-PRINT-ROWはこれを刷る。
       01  WK-ROW-LABEL       PIC X(26).
       01  WK-ROW-CT          PIC 9(07).
       01  WK-ROW-BALANCE     PIC S9(13)V9(02).
       01  WK-ROW-AVERAGE     PIC S9(13).
       01  WK-ROW-PCT         PIC S9(03)V9(01).
      *
      *    全角名称を英数字として扱う作業域(STRINGで編集するため)。
       01  WK-NAME-G.
           05  WK-NAME-N              PIC N(04).
       01  WK-CMP-PREF        PIC N(05).
      *
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
       01  WK-ED-BALANCE      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-ED-AVERAGE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WK-ED-PCT-1        PIC -ZZ9.9.
       01  WK-ED-PCT-2        PIC -ZZ9.9.
       01  WK-ED-DATE         PIC 9999/99/99.
      *
      *    住所分解(ADRSPLIT)の受け渡し領域。
       01  AD-PARM.
           05  AD-INPUT                 PIC N(20).
           05  AD-PREF                  PIC N(05).
           05  AD-CITY                  PIC N(10).
           05  AD-REST                  PIC N(20).
           05  AD-STATUS                PIC X(02).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "PREFSUM START".
            OPEN INPUT TDATA-FILE.
            IF NOT WK-TDATA-FOUND
                DISPLAY "TESTDATA.DAT NOT FOUND - RUN TDGEN FIRST"
                MOVE 1                TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WK-RUN-DATE        FROM DATE YYYYMMDD.
            PERFORM P-015-CLEAR-ONE
               VARYING IDX-SM FROM 1 BY 1
                  UNTIL IDX-SM > WK-PF-COUNT.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-020-READ-ONE UNTIL WK-EOF.
            CLOSE TDATA-FILE.
            PERFORM P-040-PRINT-REPORT.
            MOVE ZERO                 TO RETURN-CODE.
            DISPLAY "PREFSUM END  " WK-TOTAL-CT
                    " CUSTOMER(S), UNCLASSIFIED " WK-UNCL-CT
                    " -> PREFSUM.RPT".
            GOBACK
            .
      *
       P-015-CLEAR-ONE.
            MOVE ZERO                 TO WK-SM-COUNT(IDX-SM)
                                         WK-SM-BALANCE(IDX-SM).
      *
       P-020-READ-ONE.
            READ TDATA-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CUSTOMER-REC(1:9) NOT = "*CONTROL*"
                        PERFORM P-030-CLASSIFY
                    END-IF
            END-READ.
      *
      *    住所を分解し、都道府県表の位置に足し込む。
       P-030-CLASSIFY.
            ADD 1                     TO WK-TOTAL-CT.
            ADD CUST-BALANCE          TO WK-TOTAL-BALANCE.
            MOVE CUST-ADDRESS         TO AD-INPUT.
            CALL "ADRSPLIT" USING AD-PARM.
            MOVE ZERO                 TO WK-HIT.
            IF AD-STATUS NOT = "10"
                PERFORM P-032-MATCH-PREF
                   VARYING IDX-PF FROM 1 BY 1
                      UNTIL IDX-PF > WK-PF-COUNT
                         OR WK-HIT NOT = ZERO
            END-IF.
            IF WK-HIT = ZERO
                ADD 1                 TO WK-UNCL-CT
                ADD CUST-BALANCE      TO WK-UNCL-BALANCE
            ELSE
                SET IDX-SM            TO WK-HIT
                ADD 1                 TO WK-SM-COUNT(IDX-SM)
                ADD CUST-BALANCE      TO WK-SM-BALANCE(IDX-SM)
            END-IF.
      *
       P-032-MATCH-PREF.
            MOVE WK-PF-NAME(IDX-PF)   TO WK-CMP-PREF.
            IF AD-PREF = WK-CMP-PREF
                SET WK-HIT            TO IDX-PF
            END-IF.
      *
       P-040-PRINT-REPORT.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "PREFSUM.RPT"         TO PS-REPORT-NAME.
            MOVE "都道府県別集計表"    TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE WK-RUN-DATE          TO WK-ED-DATE.
            MOVE SPACES               TO PS-LINE.
            STRING "  集計日 "        DELIMITED BY SIZE
                   WK-ED-DATE         DELIMITED BY SIZE
                   "  顧客ファイル TESTDATA.DAT"
                                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE SPACES               TO PS-LINE.
            STRING "  都道府県"       DELIMITED BY SIZE
                   "                     件数"
                                      DELIMITED BY SIZE
                   "   構成比%"       DELIMITED BY SIZE
                   "               残高合計"
                                      DELIMITED BY SIZE
                   "   構成比%"       DELIMITED BY SIZE
                   "          平均残高"
                                      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-RG-CT WK-RG-BALANCE.
            PERFORM P-050-PRINT-PREF
               VARYING IDX-PF FROM 1 BY 1
                  UNTIL IDX-PF > WK-PF-COUNT.
            MOVE "  未分類"           TO WK-ROW-LABEL.
            MOVE WK-UNCL-CT           TO WK-ROW-CT.
            MOVE WK-UNCL-BALANCE      TO WK-ROW-BALANCE.
            PERFORM P-060-PRINT-ROW.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE "  *** 総合計 ***"   TO WK-ROW-LABEL.
            MOVE WK-TOTAL-CT          TO WK-ROW-CT.
            MOVE WK-TOTAL-BALANCE     TO WK-ROW-BALANCE.
            PERFORM P-060-PRINT-ROW.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      *
      *    都道府県1行。地方が変わる手前(表の最後を含む)で地方の
      *    小計を刷る。
       P-050-PRINT-PREF.
            SET IDX-SM                TO IDX-PF.
            MOVE WK-PF-NAME(IDX-PF)   TO WK-NAME-N.
            MOVE SPACES               TO WK-ROW-LABEL.
            STRING "    "             DELIMITED BY SIZE
                   WK-NAME-G          DELIMITED BY SIZE
                              INTO WK-ROW-LABEL.
            MOVE WK-SM-COUNT(IDX-SM)  TO WK-ROW-CT.
            MOVE WK-SM-BALANCE(IDX-SM)  TO WK-ROW-BALANCE.
            PERFORM P-060-PRINT-ROW.
            ADD WK-SM-COUNT(IDX-SM)   TO WK-RG-CT.
            ADD WK-SM-BALANCE(IDX-SM) TO WK-RG-BALANCE.
            MOVE WK-PF-REGION(IDX-PF) TO WK-CUR-REGION.
            IF IDX-PF = WK-PF-COUNT
                PERFORM P-055-REGION-TOTAL
            ELSE
                IF WK-PF-REGION(IDX-PF + 1) NOT = WK-CUR-REGION
                    PERFORM P-055-REGION-TOTAL
                END-IF
            END-IF.
      *
       P-055-REGION-TOTAL.
            SET IDX-RG                TO WK-CUR-REGION.
            MOVE SPACES               TO WK-ROW-LABEL.
            STRING "  "               DELIMITED BY SIZE
                   WK-RG-LABEL(IDX-RG)  DELIMITED BY SIZE
                              INTO WK-ROW-LABEL.
            MOVE WK-RG-CT             TO WK-ROW-CT.
            MOVE WK-RG-BALANCE        TO WK-ROW-BALANCE.
            PERFORM P-060-PRINT-ROW.
            MOVE SPACES               TO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE ZERO                 TO WK-RG-CT WK-RG-BALANCE.
      *
      *    WK-ROW-xxxを1行に編集して刷る。
       P-060-PRINT-ROW.
            MOVE ZERO                 TO WK-ROW-AVERAGE.
            IF WK-ROW-CT NOT = ZERO
                COMPUTE WK-ROW-AVERAGE ROUNDED =
                        WK-ROW-BALANCE / WK-ROW-CT
            END-IF.
            MOVE ZERO                 TO WK-ROW-PCT.
            IF WK-TOTAL-CT NOT = ZERO
                COMPUTE WK-ROW-PCT ROUNDED =
                        WK-ROW-CT * 100 / WK-TOTAL-CT
            END-IF.
            MOVE WK-ROW-PCT           TO WK-ED-PCT-1.
            MOVE ZERO                 TO WK-ROW-PCT.
            IF WK-TOTAL-BALANCE NOT = ZERO
                COMPUTE WK-ROW-PCT ROUNDED =
                        WK-ROW-BALANCE * 100 / WK-TOTAL-BALANCE
            END-IF.
            MOVE WK-ROW-PCT           TO WK-ED-PCT-2.
            MOVE WK-ROW-CT            TO WK-ED-COUNT.
            MOVE WK-ROW-BALANCE       TO WK-ED-BALANCE.
            MOVE WK-ROW-AVERAGE       TO WK-ED-AVERAGE.
            MOVE SPACES               TO PS-LINE.
            STRING WK-ROW-LABEL       DELIMITED BY SIZE
                   WK-ED-COUNT        DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-ED-PCT-1        DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-BALANCE      DELIMITED BY SIZE
                   "    "             DELIMITED BY SIZE
                   WK-ED-PCT-2        DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   WK-ED-AVERAGE      DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
      ******************************************************************
