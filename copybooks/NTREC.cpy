        88 NoteCategoryCollection VALUE 'COLL'.
        88 NoteCategoryException  VALUE 'EXCP'.
        88 NoteCategoryGeneral    VALUE 'GEN '.
        88 NoteCategoryComplaint  VALUE 'CMPL'.
        88 NoteCategoryCovenant   VALUE 'COVN'.
    05 NoteText            PIC X(60).
