      ******************************************************************
      *    テストケース：KJNORM
      *    プログラム名：日本語化テスト 異体字正規化サブプログラム
      *    処理概要　　：氏名などに使われる異体字(髙と高、﨑と崎、
      *                  邊・邉と辺、齋・齊・斉と斎など)を、比較用の
      *                  標準形1文字へ置き換えるCALLableサブプログラム。
      *                  同じ人の氏名が字体の違いだけで不一致になる
      *                  照合(DUPCHKの名寄せ等)を、比較前の正規化で
      *                  吸収するための共通部品。置き換えは比較用の
      *                  作業域だけに使い、格納データは書き換えない。
      *  --------------------------------------------------------------
      *   受け渡し(KJ-PARM):
      *     KJ-INPUT   X(40) 入力(シフトJIS)
      *     KJ-OUTPUT  X(40) 出力(シフトJIS、空白詰め)
      *     KJ-MAPPED  9(02) 置き換えた文字数
      *     KJ-STATUS  X(02) "00"=正常
      *                      "10"=表に無い拡張文字(IBM・NEC拡張
      *                           漢字、外字領域)を含む。その文字は
      *                           素通しし、照合を取りこぼすおそれが
      *                           あることを呼び出し元へ知らせる
      *   表: 下記の組み込み表(よくある姓の異体字)に、異体字表
      *   KJVAR.TXT(KJVFD.CPY)の行を加えて使う。KJVAR.TXTの行は
      *   組み込み表より優先する。KJVAR.TXTは初回CALL時に1度だけ
      *   読み、無ければ組み込み表だけで動く。
      *   拡張文字は同じ字にIBM拡張とNEC選定IBM拡張の2つのコードが
      *   あるので、組み込み表は両方を持つ。ASCII・半角カナは
      *   そのまま通す。試験はQA-KJVNが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           KJNORM.
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
           COPY KJVSL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       COPY KJVFD.
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-LOADED-SW       PIC X       VALUE "N".
           88  WK-LOADED                  VALUE "Y".
      *
      *    組み込みの異体字表。1行4バイトで異体字・標準形の順
      *    (シフトJISのコード)。
       01  WK-BASE-TABLE-DEF.
      *    髙→高
           05  FILLER   PIC X(04)  VALUE X"EEE08D82".
      *    髙→高
           05  FILLER   PIC X(04)  VALUE X"FBFC8D82".
      *    﨑→崎
           05  FILLER   PIC X(04)  VALUE X"ED958DE8".
      *    﨑→崎
           05  FILLER   PIC X(04)  VALUE X"FAB18DE8".
      *    嵜→崎
           05  FILLER   PIC X(04)  VALUE X"9BBD8DE8".
      *    邊→辺
           05  FILLER   PIC X(04)  VALUE X"E7B295D3".
      *    邉→辺
           05  FILLER   PIC X(04)  VALUE X"E7B395D3".
      *    齋→斎
           05  FILLER   PIC X(04)  VALUE X"E2568DD6".
      *    齊→斎
           05  FILLER   PIC X(04)  VALUE X"EA8E8DD6".
      *    斉→斎
           05  FILLER   PIC X(04)  VALUE X"90C48DD6".
      *    澤→沢
           05  FILLER   PIC X(04)  VALUE X"E05691F2".
      *    濱→浜
           05  FILLER   PIC X(04)  VALUE X"E05F956C".
      *    濵→浜
           05  FILLER   PIC X(04)  VALUE X"EDEE956C".
      *    濵→浜
           05  FILLER   PIC X(04)  VALUE X"FB4D956C".
      *    廣→広
           05  FILLER   PIC X(04)  VALUE X"9C418D4C".
      *    國→国
           05  FILLER   PIC X(04)  VALUE X"9AA08D91".
      *    櫻→桜
           05  FILLER   PIC X(04)  VALUE X"9F4E8DF7".
      *    嶋→島
           05  FILLER   PIC X(04)  VALUE X"93889387".
      *    嶌→島
           05  FILLER   PIC X(04)  VALUE X"9BB89387".
      *    冨→富
           05  FILLER   PIC X(04)  VALUE X"95799578".
      *    德→徳
           05  FILLER   PIC X(04)  VALUE X"ED9E93BF".
      *    德→徳
           05  FILLER   PIC X(04)  VALUE X"FABA93BF".
      *    眞→真
           05  FILLER   PIC X(04)  VALUE X"E1C1905E".
      *    瀨→瀬
           05  FILLER   PIC X(04)  VALUE X"EDF190A3".
      *    瀨→瀬
           05  FILLER   PIC X(04)  VALUE X"FB5090A3".
      *    槇→槙
           05  FILLER   PIC X(04)  VALUE X"EAA0968A".
      *    桒→桑
           05  FILLER   PIC X(04)  VALUE X"EDC78C4B".
      *    桒→桑
           05  FILLER   PIC X(04)  VALUE X"FAE38C4B".
      *    栁→柳
           05  FILLER   PIC X(04)  VALUE X"EDC996F6".
      *    栁→柳
           05  FILLER   PIC X(04)  VALUE X"FAE596F6".
      *    黑→黒
           05  FILLER   PIC X(04)  VALUE X"EEEC8D95".
      *    黑→黒
           05  FILLER   PIC X(04)  VALUE X"FC4B8D95".
      *    藏→蔵
           05  FILLER   PIC X(04)  VALUE X"E55591A0".
      *    實→実
           05  FILLER   PIC X(04)  VALUE X"9B898EC0".
      *    惠→恵
           05  FILLER   PIC X(04)  VALUE X"9CA88C62".
      *    榮→栄
           05  FILLER   PIC X(04)  VALUE X"9EC48968".
      *    渕→淵
           05  FILLER   PIC X(04)  VALUE X"9FBA95A3".
      *    舘→館
           05  FILLER   PIC X(04)  VALUE X"8ADA8AD9".
       01  WK-BASE-TAB  REDEFINES WK-BASE-TABLE-DEF.
           05  WK-BASE-ENTRY  OCCURS 38 TIMES.
               10  WK-BASE-VARIANT    PIC X(02).
               10  WK-BASE-STANDARD   PIC X(02).
       01  WK-BASE-COUNT      PIC 9(03)  COMP  VALUE 38.
      *
      *    KJVAR.TXTから読んだ行。
       01  WK-FILE-TAB.
           05  WK-FILE-ENTRY  OCCURS 500 TIMES.
               10  WK-FILE-VARIANT    PIC X(02).
               10  WK-FILE-STANDARD   PIC X(02).
       01  WK-FILE-MAX        PIC 9(03)  COMP  VALUE 500.
       01  WK-FILE-COUNT      PIC 9(03)  COMP  VALUE ZERO.
      *    KJVAR.TXT 1行のバイト列ビュー(KJVFDと同じ並び)。
       01  WK-KV-X.
           05  WK-KVX-VARIANT         PIC X(02).
           05  FILLER                 PIC X(02).
           05  WK-KVX-STANDARD        PIC X(02).
      *
       01  WK-POS             PIC 9(02)  COMP.
       01  WK-IDX             PIC 9(03)  COMP.
       01  WK-BYTE            PIC X(01).
       01  WK-CH              PIC X(02).
       01  WK-STD             PIC X(02).
      ******************************************************************
       LINKAGE SECTION.
       01  KJ-PARM.
           05  KJ-INPUT                 PIC X(40).
           05  KJ-OUTPUT                PIC X(40).
           05  KJ-MAPPED                PIC 9(02).
           05  KJ-STATUS                PIC X(02).
      ******************************************************************
       PROCEDURE             DIVISION USING KJ-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            IF NOT WK-LOADED
                PERFORM P-020-LOAD-FILE
            END-IF.
            MOVE "00"               TO KJ-STATUS.
            MOVE ZERO               TO KJ-MAPPED.
            MOVE KJ-INPUT           TO KJ-OUTPUT.
            MOVE 1                  TO WK-POS.
            PERFORM P-030-ONE-CHAR THRU P-030-EXIT
               UNTIL WK-POS > 40.
            GOBACK
            .
      *
      *    異体字表の取り込み(初回CALL時のみ)。
       P-020-LOAD-FILE.
            MOVE "N"                TO WK-EOF-SW.
            OPEN INPUT KJ-VAR-FILE.
            PERFORM P-022-LOAD-ONE UNTIL WK-EOF.
            CLOSE KJ-VAR-FILE.
            SET WK-LOADED           TO TRUE.
      *
       P-022-LOAD-ONE.
            READ KJ-VAR-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    MOVE KJ-VAR-REC   TO WK-KV-X
                    IF WK-KVX-VARIANT NOT = SPACES
                       AND WK-KVX-STANDARD NOT = SPACES
                       AND WK-FILE-COUNT < WK-FILE-MAX
                        ADD 1         TO WK-FILE-COUNT
                        MOVE WK-KVX-VARIANT
                             TO WK-FILE-VARIANT(WK-FILE-COUNT)
                        MOVE WK-KVX-STANDARD
                             TO WK-FILE-STANDARD(WK-FILE-COUNT)
                    END-IF
            END-READ.
      *
      *    1文字。全角(シフトJISの第1バイト)は2バイトで表を引く。
       P-030-ONE-CHAR.
            MOVE KJ-INPUT(WK-POS:1)  TO WK-BYTE.
            IF WK-POS = 40
               OR NOT ((WK-BYTE >= X"81" AND WK-BYTE <= X"9F")
                    OR (WK-BYTE >= X"E0" AND WK-BYTE <= X"FC"))
                ADD 1                TO WK-POS
                GO TO P-030-EXIT
            END-IF.
            MOVE KJ-INPUT(WK-POS:2)  TO WK-CH.
            MOVE SPACES             TO WK-STD.
            PERFORM P-032-FIND-FILE
               VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-FILE-COUNT
                     OR WK-STD NOT = SPACES.
            PERFORM P-034-FIND-BASE
               VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-BASE-COUNT
                     OR WK-STD NOT = SPACES.
            IF WK-STD NOT = SPACES
                IF WK-STD NOT = WK-CH
                    MOVE WK-STD      TO KJ-OUTPUT(WK-POS:2)
                    ADD 1            TO KJ-MAPPED
                END-IF
            ELSE
      *        表に無い拡張文字(NEC選定IBM拡張ED-EE、外字F0-F9、
      *        IBM拡張FA-FC)は素通ししてステータスで知らせる。
                IF (WK-BYTE >= X"ED" AND WK-BYTE <= X"EE")
                   OR WK-BYTE >= X"F0"
                    MOVE "10"        TO KJ-STATUS
                END-IF
            END-IF.
            ADD 2                   TO WK-POS.
       P-030-EXIT.
            EXIT.
      *
       P-032-FIND-FILE.
            IF WK-FILE-VARIANT(WK-IDX) = WK-CH
                MOVE WK-FILE-STANDARD(WK-IDX)  TO WK-STD
            END-IF.
      *
       P-034-FIND-BASE.
            IF WK-BASE-VARIANT(WK-IDX) = WK-CH
                MOVE WK-BASE-STANDARD(WK-IDX)  TO WK-STD
            END-IF.
      ******************************************************************
