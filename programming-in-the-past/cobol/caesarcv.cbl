008017 Data division.
008018   File section.
008019   FD cv-in-file.
008020     1 cv-in-record pic x(297).
008021   FD msg-out-file.
008022     copy "msgrec.cpy".
008023   FD rej-file.
008024     1 rej-record pic x(297).
008025   FD rpt-file.
008026     1 rpt-record pic x(132).
008027   Working-storage section.
008044       5 conv-text pic x(256).
008045       5 conv-id pic x(16).
008046       5 conv-proc-date pic x(8).
009834       5 conv-key-id pic x(8).
009835       5 conv-dept pic x(4).
008047     1 ws-ascii-bytes redefines ws-ascii-rec pic x(297).
*******    The record as it will be written - same as the ASCII copy
*******    on an EA run, the EBCDIC translation on an AE run. The
*******    unmappable-byte scan runs here: any source byte with no
008051       5 out-text pic x(256).
008052       5 out-id pic x(16).
008053       5 out-proc-date pic x(8).
009836       5 out-key-id pic x(8).
009837       5 out-dept pic x(4).
008054     1 ws-out-bytes redefines ws-out-rec pic x(297).
*******    Why the current record was refused - spaces when it was
*******    converted cleanly
008055     1 ws-rej-reason pic x(16).
008239       tallying ws-zap-count for all low-value
008240     inspect out-proc-date
008241       tallying ws-zap-count for all low-value
009838     inspect out-key-id
009839       tallying ws-zap-count for all low-value
009840     inspect out-dept
009841       tallying ws-zap-count for all low-value
008242     if conv-length > 0 then
008243       inspect out-text(1:conv-length)
008244         tallying ws-zap-count for all low-value
