      ******************************************************************
      *    テストケース：JRNCHN
      *    プログラム名：日本語化テスト 監査ファイル連鎖値サブプログラム
      *    処理概要　　：保守ジャーナルMNTJRNL.DAT・アクセスログ
      *                  ACCESSLG.TXT・取引ジャーナルTXNJRNL.DATへ
      *                  追記する行に、ファイル内の通し連番と、
      *                  直前の行の連鎖値を起点に行の本体と連番を
      *                  織り込んだ連鎖値を付ける。行を消したり書き
      *                  換えたりすると、その行か次の行の連鎖値が
      *                  合わなくなる。計算式はPKGSND/PKGRCVの
      *                  チェックサム(乗数31、法999999937)と同じ。
      *                  照合はJRNVRFYが同じ計算("H")で行う。
      *  --------------------------------------------------------------
      *   受け渡しはJCPARMを参照。
      *   "N"では、その実行で初めて扱うファイルを最後まで読んで
      *   最後の連番・連鎖値を覚え、以後は覚えた値から続ける(同じ
      *   実行単位の中で監査ファイルへ追記するのはJRNCHN経由の
      *   書き手だけのため)。連番・連鎖値の無い行(連鎖を始める前
      *   の行、連鎖を通さずに足された行)は起点にしない。連鎖の
      *   ある行が1つも無ければ連番1・起点0から始める。
      *   監査ファイルを書き換えて連鎖値を付け直す呼び出し側
      *   (RETPURGE)は、書き換えの後にJRNCHNをCANCELし、覚えた
      *   値を捨てさせる(次の"N"でファイルを読み直す)。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           JRNCHN.
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
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO DYNAMIC
                                        WK-CHAIN-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CHAIN-FS.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-REC              PIC X(300).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-CHAIN-NAME      PIC X(12).
       01  WK-CHAIN-FS        PIC XX.
           88  WK-CHAIN-FOUND              VALUE "00".
       01  WK-OPEN-FS         PIC XX.
           88  WK-CHAIN-OPENED             VALUE "00" "05".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
      *
      *    連鎖を付けるファイルと本体の桁数。実行中に覚えた最後の
      *    連番・連鎖値もここに持つ。
       01  WK-LAY-TABLE-DEF.
           05  FILLER.
               10  FILLER   PIC X(12)  VALUE "MNTJRNL.DAT".
               10  FILLER   PIC 9(03)  VALUE 254.
           05  FILLER.
               10  FILLER   PIC X(12)  VALUE "ACCESSLG.TXT".
               10  FILLER   PIC 9(03)  VALUE 092.
           05  FILLER.
               10  FILLER   PIC X(12)  VALUE "TXNJRNL.DAT".
               10  FILLER   PIC 9(03)  VALUE 075.
       01  WK-LAY-TAB  REDEFINES WK-LAY-TABLE-DEF.
           05  WK-LAY-ENTRY  OCCURS 3 TIMES INDEXED BY IDX-LAY.
               10  WK-LAY-FILE        PIC X(12).
               10  WK-LAY-BODY        PIC 9(03).
       01  WK-LAY-COUNT       PIC 9(03)  COMP  VALUE 3.
       01  WK-LAST-TAB.
           05  WK-LAST-ENTRY  OCCURS 3 TIMES.
               10  WK-LAST-LOADED     PIC X(01)  VALUE "N".
               10  WK-LAST-SEQ        PIC 9(07)  VALUE ZERO.
               10  WK-LAST-CHAIN      PIC 9(09)  VALUE ZERO.
       01  WK-LAY-HIT         PIC 9(03)  COMP.
      *
       01  WK-SEQ-POS         PIC 9(03)  COMP.
       01  WK-CHAIN-POS       PIC 9(03)  COMP.
       01  WK-HASH-LEN        PIC 9(03)  COMP.
       01  WK-CHECKSUM        PIC 9(09)  COMP.
       01  WK-POS             PIC 9(03)  COMP.
       01  WK-SEQ-ED          PIC 9(07).
       01  WK-CHAIN-ED        PIC 9(09).
      ******************************************************************
       LINKAGE SECTION.
       COPY JCPARM.
      ******************************************************************
       PROCEDURE             DIVISION USING JC-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE "00"               TO JC-STATUS.
            MOVE ZERO               TO WK-LAY-HIT.
            PERFORM P-015-MATCH-LAYOUT
               VARYING IDX-LAY FROM 1 BY 1
                  UNTIL IDX-LAY > WK-LAY-COUNT
                     OR WK-LAY-HIT NOT = ZERO.
            IF WK-LAY-HIT = ZERO
                MOVE "10"           TO JC-STATUS
                GOBACK
            END-IF.
            SET IDX-LAY             TO WK-LAY-HIT.
            MOVE WK-LAY-BODY(IDX-LAY)  TO JC-BODY-LEN.
            COMPUTE WK-SEQ-POS   = JC-BODY-LEN + 3.
            COMPUTE WK-CHAIN-POS = JC-BODY-LEN + 12.
            COMPUTE WK-HASH-LEN  = JC-BODY-LEN + 9.
            EVALUATE JC-FUNCTION
                WHEN "N"
                    PERFORM P-020-NEXT
                WHEN "H"
                    PERFORM P-040-HASH
                WHEN OTHER
                    MOVE "10"       TO JC-STATUS
            END-EVALUATE.
            GOBACK
            .
      *
       P-015-MATCH-LAYOUT.
            IF WK-LAY-FILE(IDX-LAY) = JC-FILE
                SET WK-LAY-HIT      TO IDX-LAY
            END-IF.
      *
      *    追記する行に連番・連鎖値を付け、覚えた値を進める。
       P-020-NEXT.
            IF WK-LAST-LOADED(WK-LAY-HIT) NOT = "Y"
                PERFORM P-030-LOAD-LAST
            END-IF.
            MOVE WK-LAST-CHAIN(WK-LAY-HIT)  TO JC-PREV.
            COMPUTE JC-SEQ = WK-LAST-SEQ(WK-LAY-HIT) + 1.
            MOVE SPACES             TO JC-RECORD(JC-BODY-LEN + 1:).
            MOVE JC-SEQ             TO WK-SEQ-ED.
            MOVE WK-SEQ-ED          TO JC-RECORD(WK-SEQ-POS:7).
            PERFORM P-040-HASH.
            MOVE JC-SEQ             TO WK-LAST-SEQ(WK-LAY-HIT).
            MOVE JC-CHAIN           TO WK-LAST-CHAIN(WK-LAY-HIT).
      *
      *    その実行で初めて扱うファイル。最後の連鎖のある行を探す。
       P-030-LOAD-LAST.
            MOVE JC-FILE            TO WK-CHAIN-NAME.
            MOVE ZERO               TO WK-LAST-SEQ(WK-LAY-HIT)
                                       WK-LAST-CHAIN(WK-LAY-HIT).
            MOVE "N"                TO WK-EOF-SW.
            OPEN INPUT CHAIN-FILE.
            MOVE WK-CHAIN-FS        TO WK-OPEN-FS.
            IF WK-CHAIN-FOUND
                PERFORM P-032-LOAD-ONE UNTIL WK-EOF
            END-IF.
            IF WK-CHAIN-OPENED
                CLOSE CHAIN-FILE
            END-IF.
            MOVE "Y"                TO WK-LAST-LOADED(WK-LAY-HIT).
      *
       P-032-LOAD-ONE.
            READ CHAIN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF CHAIN-REC(WK-SEQ-POS:7) IS NUMERIC
                       AND CHAIN-REC(WK-CHAIN-POS:9) IS NUMERIC
                        MOVE CHAIN-REC(WK-SEQ-POS:7)
                             TO WK-LAST-SEQ(WK-LAY-HIT)
                        MOVE CHAIN-REC(WK-CHAIN-POS:9)
                             TO WK-LAST-CHAIN(WK-LAY-HIT)
                    END-IF
            END-READ.
      *
      *    連鎖値。直前の連鎖値を起点に、本体と連番の各バイトを
      *    PKGSNDと同じ剰余ハッシュで織り込む。
       P-040-HASH.
            MOVE JC-PREV            TO WK-CHECKSUM.
            PERFORM P-042-FOLD-ONE-BYTE
               VARYING WK-POS FROM 1 BY 1
                  UNTIL WK-POS > WK-HASH-LEN.
            MOVE WK-CHECKSUM        TO JC-CHAIN.
            MOVE JC-CHAIN           TO WK-CHAIN-ED.
            MOVE WK-CHAIN-ED        TO JC-RECORD(WK-CHAIN-POS:9).
      *
       P-042-FOLD-ONE-BYTE.
            COMPUTE WK-CHECKSUM = FUNCTION MOD(
                    WK-CHECKSUM * 31
                    + FUNCTION ORD(JC-RECORD(WK-POS:1)) - 1
                    999999937).
      ******************************************************************
