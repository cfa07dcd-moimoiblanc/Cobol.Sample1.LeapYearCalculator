000000*    連鎖の錨レコード(CHAIN-ANCHOR-FILE)
000000*    連鎖ごとに最後に書いたレコードの通番と連鎖値を持つ。
000000*    現用ファイルが退避で空になっても連鎖を引き継げるよう
000000*    にし、末尾の削除を検証プログラムで見つけられるように
000000*    する
000000 1   ChainAnchorRecord.
000000 2       AnchorFileId PIC X(8).
000000 2       AnchorSeq PIC 9(9).
000000 2       AnchorValue PIC 9(10).
000000 2       AnchorStamp PIC X(16).
