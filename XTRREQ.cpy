      *> Saved ad-hoc extract request line (xtrreq.txt). COPY this into
      *> the request file FD. A request is saved as one H line - the
      *> file it reads, CSV or printed listing, sort direction and
      *> title - followed by its F (field to extract), S (sort field)
      *> and W (selection condition) lines, every line carrying the
      *> request name. Saving under a name already on file appends a
      *> fresh set; the LAST H line for a name starts the definition
      *> in force, the same convention the terms and preference files
      *> keep.
       02 XR-RecType PIC X.
           88 XR-HeaderLine VALUE 'H'.
           88 XR-FieldLine  VALUE 'F'.
           88 XR-SortLine   VALUE 'S'.
           88 XR-WhereLine  VALUE 'W'.
       02 FILLER PIC X VALUE SPACE.
       02 XR-ReqName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 XR-Body PIC X(60).
       02 XR-HeaderBody REDEFINES XR-Body.
           03 XR-FileCode PIC X.
           03 FILLER PIC X.
           03 XR-Format PIC X.
           03 FILLER PIC X.
           03 XR-SortDir PIC X.
           03 FILLER PIC X.
           03 XR-Title PIC X(40).
           03 FILLER PIC X(14).
       02 XR-ItemBody REDEFINES XR-Body.
           03 XR-FieldName PIC X(20).
           03 FILLER PIC X.
           03 XR-Operator PIC XX.
           03 FILLER PIC X.
           03 XR-Value PIC X(30).
           03 FILLER PIC X(6).
