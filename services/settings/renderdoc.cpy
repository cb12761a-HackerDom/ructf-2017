      * renderdoc.cpy
      * one section or view rendered as a config file, the way
      * render-build.cbl lays it out: the text itself, lines ended
      * by a single x'0a', with its length, its line count and its
      * content hash - the artifact store's fold (see artifact.cbl),
      * started at 17, each byte's value added after multiplying by
      * 31, mod 99999989 - over every byte of render-doc-text up to
      * render-doc-length. copied into the linkage of the builder
      * and the working-storage of every caller - the render-sect
      * command, the render-config batch and the bundle batches -
      * so the shape never drifts between them. 48000 bytes of text;
      * a section or view that renders longer than that is refused
      * whole rather than cut.
      * the reader fields say who the document is rendered for: a
      * caller that fills render-reader-cmd has every stored value
      * the render reads filed in the read-access audit and the
      * per-param read tracking (see render-build.cbl's
      * note-entry-read) against that command, key and owner hint;
      * left blank, nothing is filed.
         01 render-document.
           02 render-reader-cmd picture x(11).
           02 render-reader-key picture x(80).
           02 render-reader-owner picture x(40).
           02 render-doc-length binary-long unsigned.
           02 render-doc-lines binary-long unsigned.
           02 render-doc-hash picture 9(9).
           02 render-doc-text picture x(48000).
