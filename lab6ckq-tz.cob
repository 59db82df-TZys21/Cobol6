
        File Section.
        FD ckptFile.
        01    ckpt-in-rec pic X(16500).

        Working-Storage Section.

