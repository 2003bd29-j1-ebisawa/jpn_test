      *             共有ワーキング領域。散在していた環境変数
      *             (QA-PAUSE、BASECMP-SELFTEST/SNAPSHOT/BASEGEN、
      *             X_CONFIG/X_RUNDATE/X_COMPANY/X_OUTDIR、
      *             TESTALL-CUTOFF/FILTER/CONFIRM/LANE、ARCH-KEEP、
      *             取引反映の締め時刻POST-CUTOFF、実行を帰属させる
      *             コンパイラビルドTESTALL-BUILD、単一ケースの
      *             絞り込みTESTALL-CASE)を
      *             1つの査読可能なファイルへ集約する。受け付ける
      *             キーは9754-APPLY-ONE-PROFILEの一覧のとおりで、
      *             綴り間違いのキーは黙殺せずエラーに数える。
       01  PROF-TIMEOUT                 PIC X(05)  VALUE SPACES.
       01  PROF-PLAN                    PIC X(01)  VALUE SPACE.
       01  PROF-OVERRIDE                PIC X(40)  VALUE SPACES.
       01  PROF-POST-CUTOFF             PIC X(04)  VALUE SPACES.
       01  PROF-BUILD                   PIC X(16)  VALUE SPACES.
       01  PROF-CASE                    PIC X(30)  VALUE SPACES.
