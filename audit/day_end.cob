01 DateExpLigne    PIC X(40).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD GLExtractFile.
COPY "glextr.cpy".
